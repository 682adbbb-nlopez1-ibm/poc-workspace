       ID DIVISION.
       PROGRAM-ID. DATWKLD.
      *----------------------------------------------------------------
      * Desk workload and turnaround report across the three work
      * queues the screens work from:
      *    HOLD    held transactions decided on DATHOLD - the HLDHIST
      *            decision trail, arrival the night DATEDIT held the
      *            transaction (TRAN-HELD-DATE on TRAN-FILE, or its
      *            TRAN-DATE for a hold placed before the stamp);
      *            the ones still held ('H') are the open items.
      *    REPAIR  reject repair rows on REPFILE - arrival REP-ADDED-
      *            DATE, worked on REP-REPAIRED-DATE by REP-REPAIRED-
      *            BY (stamped by DATRFIX); open rows are the open
      *            items.
      *    DEPCHG  dependent changes keyed on DATDMNT - the AUDHIST
      *            trail, arrival the change's effective date (or the
      *            day it was keyed, if later or missing). Keyed as
      *            it is received, so never open.
      * For the processing date and the month to date: per queue,
      * items opened, items worked, median and maximum turnaround
      * in calendar days from arrival to decision (the histogram
      * tops out at 60 - a median of 60 reads 60 or more), worked
      * items that missed the service target, and the items open
      * now; then the same worked figures per operator per queue.
      *
      * The service target per queue is in business days on the
      * processing calendar (CALFILE) - SYSIN cols 1-3 HOLD (default
      * 001), 4-6 REPAIR (default 002), 7-9 DEPCHG (default 005).
      * An item is due that many business days after it arrived;
      * every open item at or past its due date is listed first, so
      * the supervisors can reassign it. RC 4 when any are listed.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *   2026-10-05  A hold arrives on its TRAN-HELD-DATE, the night
      *               it was held, not on its TRAN-DATE - a Friday
      *               transaction held Monday night is not already
      *               past target on Monday's report.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT HHIS-FILE ASSIGN TO HLDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHIS-STATUS.
           SELECT REP-FILE ASSIGN TO REPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REP-KEY
               FILE STATUS IS WS-REP-STATUS.
           SELECT HIST-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
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
       FD  HHIS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATHAUD.
       FD  REP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATREPR.
       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDAUD.
       FD  CAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAL-RECORD.
           05  CAL-HOLIDAY-DATE        PIC X(8).
           05  FILLER                  PIC X(72).
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(100).
       FD  RUN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRUNC.
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-PARM-CARD.
           05  WS-PARM-HOLD-DAYS       PIC 9(3).
           05  WS-PARM-REPAIR-DAYS     PIC 9(3).
           05  WS-PARM-DEPCHG-DAYS     PIC 9(3).
       01  WS-TRAN-STATUS              PIC X(2)  VALUE '00'.
       01  WS-HHIS-STATUS              PIC X(2)  VALUE '00'.
       01  WS-REP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-HIST-STATUS              PIC X(2)  VALUE '00'.
       01  WS-CAL-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-TRAN-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-TRAN-EOF                       VALUE 'Y'.
       01  WS-HHIS-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-HHIS-EOF                       VALUE 'Y'.
       01  WS-REP-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-REP-EOF                        VALUE 'Y'.
       01  WS-HIST-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-HIST-EOF                       VALUE 'Y'.
       01  WS-CAL-EOF-SW               PIC X(1)  VALUE 'N'.
           88  WS-CAL-EOF                        VALUE 'Y'.
       01  WS-BUSINESS-DAY-SW          PIC X(1)  VALUE 'N'.
           88  WS-BUSINESS-DAY                   VALUE 'Y'.
       01  WS-IN-DAY-SW                PIC X(1)  VALUE 'N'.
           88  WS-IN-DAY                         VALUE 'Y'.
       01  WS-IN-MONTH-SW              PIC X(1)  VALUE 'N'.
           88  WS-IN-MONTH                       VALUE 'Y'.
       01  WS-ITEM-LATE-SW             PIC X(1)  VALUE 'N'.
           88  WS-ITEM-LATE                      VALUE 'Y'.
       01  WS-ITEM-BREACHED-SW         PIC X(1)  VALUE 'N'.
           88  WS-ITEM-BREACHED                  VALUE 'Y'.
       01  WS-HOL-IX                   PIC S9(4) COMP.
       01  WS-HOL-COUNT                PIC S9(4) COMP VALUE ZEROS.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE         PIC X(8) OCCURS 100 TIMES.
       01  WS-DATE-INT                 PIC 9(7)  COMP.
       01  WS-DAY-OF-WEEK              PIC 9(1).
       01  WS-DOW-QUOT                 PIC 9(7)  COMP.
       01  WS-DAYS-LEFT                PIC 9(3).
       01  WS-RUN-DATE-9               PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-9.
           05  WS-RUN-YYYYMM           PIC X(6).
           05  WS-RUN-DD               PIC X(2).
       01  WS-MONTH-START.
           05  WS-MONTH-START-YYYYMM   PIC X(6).
           05  FILLER                  PIC X(2)  VALUE '01'.
       01  WS-TEST-DATE                PIC 9(8).
       01  WS-TEST-DATE-X REDEFINES WS-TEST-DATE.
           05  WS-TEST-YYYYMM          PIC X(6).
           05  WS-TEST-DD              PIC X(2).
       01  WS-DUE-DATE                 PIC 9(8).
       01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE
                                       PIC X(8).
      *    The item under count, staged by each queue's pass for the
      *    5000-series tallies.
       01  WS-ITEM-QX                  PIC S9(4) COMP.
       01  WS-ITEM-OPERATOR            PIC X(8).
       01  WS-ITEM-ARRIVED             PIC 9(8).
       01  WS-ITEM-WORKED              PIC 9(8).
       01  WS-ITEM-TAT                 PIC 9(7).
       01  WS-ITEM-DAYS-OPEN           PIC 9(7).
       01  WS-PX                       PIC S9(4) COMP.
       01  WS-BX                       PIC S9(4) COMP.
       01  WS-QX                       PIC S9(4) COMP.
       01  WS-OX                       PIC S9(4) COMP.
       01  WS-OP-IX                    PIC S9(4) COMP.
       01  WS-OP-COUNT                 PIC S9(4) COMP VALUE ZEROS.
      *    Per queue: HOLD, REPAIR, DEPCHG. Period 1 is the
      *    processing date, period 2 the month to date. The
      *    turnaround histogram counts worked items by whole days
      *    from arrival, bucket 1 = same day, bucket 61 = 60 days
      *    or more.
       01  WS-QUEUE-TABLE.
           05  WS-Q-ENTRY OCCURS 3 TIMES.
               10  WS-Q-NAME           PIC X(6).
               10  WS-Q-TARGET         PIC 9(3).
               10  WS-Q-OPEN-NOW       PIC 9(7).
               10  WS-Q-BREACHING      PIC 9(7).
               10  WS-Q-OPENED         PIC 9(7) OCCURS 2 TIMES.
               10  WS-Q-PERIOD OCCURS 2 TIMES.
                   15  WS-Q-WORKED     PIC 9(7).
                   15  WS-Q-LATE       PIC 9(7).
                   15  WS-Q-TAT-MAX    PIC 9(5).
                   15  WS-Q-TAT-BUCKET PIC 9(5) OCCURS 61 TIMES.
       01  WS-OP-TABLE.
           05  WS-OP-ENTRY OCCURS 300 TIMES.
               10  WS-OP-QX            PIC 9(1).
               10  WS-OP-ID            PIC X(8).
               10  WS-OP-PERIOD OCCURS 2 TIMES.
                   15  WS-OP-WORKED    PIC 9(7).
                   15  WS-OP-LATE      PIC 9(7).
                   15  WS-OP-TAT-MAX   PIC 9(5).
                   15  WS-OP-TAT-BUCKET
                                       PIC 9(5) OCCURS 61 TIMES.
      *    One period's worked figures, moved here from either table
      *    for 7500-FORMAT-TURNAROUND.
       01  WS-STAT-WORK.
           05  SW-WORKED               PIC 9(7).
           05  SW-LATE                 PIC 9(7).
           05  SW-TAT-MAX              PIC 9(5).
           05  SW-TAT-BUCKET           PIC 9(5) OCCURS 61 TIMES.
       01  WS-MEDIAN-POS               PIC 9(7).
       01  WS-MEDIAN-CUM               PIC 9(7).
       01  WS-FMT-MEDIAN               PIC X(3).
       01  WS-FMT-MEDIAN-N REDEFINES WS-FMT-MEDIAN
                                       PIC ZZ9.
       01  WS-FMT-MAX                  PIC X(5).
       01  WS-FMT-MAX-N REDEFINES WS-FMT-MAX
                                       PIC ZZZZ9.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-HELD           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-HLD-READ       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-HLD-NO-TRAN    PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-REP-READ       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-AUD-READ       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-BREACHING      PIC 9(7) VALUE ZEROS.
       COPY DATSHARE.
       01  WS-RPT-HEADING.
           05  FILLER                  PIC X(38) VALUE
               'DATWKLD  DESK WORKLOAD AND TURNAROUND'.
           05  FILLER                  PIC X(17) VALUE
               'PROCESSING DATE '.
           05  RH-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(14) VALUE
               '  MONTH FROM '.
           05  RH-MONTH-START          PIC X(8).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-BREACH-TITLE.
           05  FILLER                  PIC X(50) VALUE
               'OPEN ITEMS AT OR PAST SERVICE TARGET - REASSIGN'.
           05  FILLER                  PIC X(50) VALUE SPACES.
       01  WS-BREACH-HEADING.
           05  FILLER                  PIC X(6)  VALUE 'QUEUE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'ITEM'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE 'CO'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'ARRIVED'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'DUE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE ' DAYS'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE 'REASON'.
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  WS-BREACH-LINE.
           05  BL-QUEUE                PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BL-ITEM                 PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BL-COMPANY              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BL-ARRIVED              PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BL-DUE                  PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BL-DAYS-OPEN            PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BL-REASON               PIC X(30).
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  WS-BREACH-NONE.
           05  FILLER                  PIC X(30) VALUE
               'NONE'.
           05  FILLER                  PIC X(70) VALUE SPACES.
       01  WS-QUEUE-TITLE.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(33) VALUE
               '--------- PROCESSING DATE -------'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(33) VALUE
               '---------- MONTH TO DATE --------'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '--- OPEN NOW --'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
       01  WS-QUEUE-HEADING.
           05  FILLER                  PIC X(6)  VALUE 'QUEUE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(3)  VALUE 'TGT'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               ' OPENED  WORKED '.
           05  FILLER                  PIC X(17) VALUE
               'MED   MAX    LATE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               ' OPENED  WORKED '.
           05  FILLER                  PIC X(17) VALUE
               'MED   MAX    LATE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               '  ITEMS  BREACH'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
       01  WS-QUEUE-LINE.
           05  QL-QUEUE                PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  QL-TARGET               PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  QL-D-OPENED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  QL-D-WORKED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  QL-D-MEDIAN             PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  QL-D-MAX                PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  QL-D-LATE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  QL-M-OPENED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  QL-M-WORKED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  QL-M-MEDIAN             PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  QL-M-MAX                PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  QL-M-LATE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  QL-OPEN-NOW             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  QL-BREACHING            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
       01  WS-QUEUE-NOTE.
           05  FILLER                  PIC X(50) VALUE
               'TGT IN BUSINESS DAYS - TURNAROUND IN CALENDAR DAYS'.
           05  FILLER                  PIC X(50) VALUE
               ' ARRIVAL TO DECISION - MED 60 IS 60 OR MORE'.
       01  WS-OP-TITLE.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE
               '---- PROCESSING DATE ----'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE
               '----- MONTH TO DATE -----'.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-OP-HEADING.
           05  FILLER                  PIC X(6)  VALUE 'QUEUE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE 'OPERATOR'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE
               ' WORKED MED   MAX    LATE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE
               ' WORKED MED   MAX    LATE'.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-OP-LINE.
           05  OL-QUEUE                PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OL-OPERATOR             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OL-D-WORKED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OL-D-MEDIAN             PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OL-D-MAX                PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OL-D-LATE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  OL-M-WORKED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OL-M-MEDIAN             PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OL-M-MAX                PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OL-M-LATE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(100) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATWKLD CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD.
           PERFORM 0100-READ-RUN-CONTROL.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE SHARED-RUN-DATE  TO WS-RUN-DATE-9
           MOVE WS-RUN-YYYYMM    TO WS-MONTH-START-YYYYMM

           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-HOLIDAY-TABLE.
           PERFORM 1200-INIT-QUEUES.

           MOVE SHARED-RUN-DATE  TO RH-RUN-DATE
           MOVE WS-MONTH-START   TO RH-MONTH-START
           WRITE RPT-RECORD FROM WS-RPT-HEADING
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           WRITE RPT-RECORD FROM WS-BREACH-TITLE
           WRITE RPT-RECORD FROM WS-BREACH-HEADING

           PERFORM 2000-SCAN-HELD-TRANSACTIONS.
           PERFORM 3000-READ-HOLD-DECISIONS.
           PERFORM 4000-SCAN-REPAIR-ROWS.
           PERFORM 4500-READ-DEPENDENT-CHANGES.

           IF WS-COUNT-BREACHING = 0
               WRITE RPT-RECORD FROM WS-BREACH-NONE
           END-IF

           PERFORM 7000-WRITE-QUEUE-SUMMARY.
           PERFORM 7200-WRITE-OPERATOR-SECTION.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           DISPLAY 'DATWKLD - HELD OPEN=' WS-COUNT-HELD
               ' OPEN PAST TARGET=' WS-COUNT-BREACHING
           IF WS-COUNT-BREACHING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       0100-READ-RUN-CONTROL.
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'DATWKLD - RUN-FILE OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'DATWKLD - RUN-FILE IS EMPTY - RUN '
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
               DISPLAY 'DATWKLD - PROCESSING DATE '
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

       1000-OPEN-FILES.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'DATWKLD - TRAN-FILE OPEN FAILED, STATUS='
                   WS-TRAN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT HHIS-FILE
           IF WS-HHIS-STATUS NOT = '00'
               DISPLAY 'DATWKLD - HHIS-FILE OPEN FAILED, STATUS='
                   WS-HHIS-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT REP-FILE
           IF WS-REP-STATUS NOT = '00'
               DISPLAY 'DATWKLD - REP-FILE OPEN FAILED, STATUS='
                   WS-REP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'DATWKLD - HIST-FILE OPEN FAILED, STATUS='
                   WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATWKLD - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       1100-LOAD-HOLIDAY-TABLE.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DATWKLD - CAL-FILE OPEN FAILED, STATUS='
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
                           DISPLAY 'DATWKLD - HOLIDAY TABLE FULL, '
                               'RAISE THE OCCURS AND RECOMPILE'
                           MOVE 16 TO RETURN-CODE
                           PERFORM 9000-CLOSE-FILES
                           PERFORM 9900-WRITE-ABND-LOG
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-FILE.

      *    A blank, non-numeric or zero target card field leaves
      *    that queue on its default.
       1200-INIT-QUEUES.
           INITIALIZE WS-QUEUE-TABLE
           MOVE 'HOLD'   TO WS-Q-NAME (1)
           MOVE 1        TO WS-Q-TARGET (1)
           MOVE 'REPAIR' TO WS-Q-NAME (2)
           MOVE 2        TO WS-Q-TARGET (2)
           MOVE 'DEPCHG' TO WS-Q-NAME (3)
           MOVE 5        TO WS-Q-TARGET (3)
           IF WS-PARM-HOLD-DAYS NUMERIC
               AND WS-PARM-HOLD-DAYS > 0
               MOVE WS-PARM-HOLD-DAYS   TO WS-Q-TARGET (1)
           END-IF
           IF WS-PARM-REPAIR-DAYS NUMERIC
               AND WS-PARM-REPAIR-DAYS > 0
               MOVE WS-PARM-REPAIR-DAYS TO WS-Q-TARGET (2)
           END-IF
           IF WS-PARM-DEPCHG-DAYS NUMERIC
               AND WS-PARM-DEPCHG-DAYS > 0
               MOVE WS-PARM-DEPCHG-DAYS TO WS-Q-TARGET (3)
           END-IF.

      *    Every transaction still held is an open HOLD item.
       2000-SCAN-HELD-TRANSACTIONS.
           PERFORM UNTIL WS-TRAN-EOF
               READ TRAN-FILE NEXT RECORD
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF TRAN-HELD
                           PERFORM 2100-TALLY-HELD-TRAN
                       END-IF
               END-READ
               IF WS-TRAN-STATUS NOT = '00'
                   AND WS-TRAN-STATUS NOT = '10'
                   DISPLAY 'DATWKLD - TRAN-FILE READ FAILED, STATUS='
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-PERFORM.

       2100-TALLY-HELD-TRAN.
           ADD 1 TO WS-COUNT-HELD
           MOVE 1 TO WS-ITEM-QX
           MOVE WS-RUN-DATE-9 TO WS-ITEM-ARRIVED
           PERFORM 2150-TAKE-HOLD-ARRIVAL
           IF WS-ITEM-ARRIVED > WS-RUN-DATE-9
               MOVE WS-RUN-DATE-9 TO WS-ITEM-ARRIVED
           END-IF
           PERFORM 5000-TALLY-OPENED
           PERFORM 5300-TALLY-OPEN-ITEM
           IF WS-ITEM-BREACHED
               MOVE TRAN-ID      TO BL-ITEM
               MOVE TRAN-COMPANY TO BL-COMPANY
               EVALUATE TRUE
                   WHEN TRAN-HOLD-CO-AMOUNT
                       MOVE 'OVER COMPANY AMOUNT LIMIT'
                           TO BL-REASON
                   WHEN TRAN-HOLD-DEPT-AMOUNT
                       MOVE 'OVER DEPARTMENT AMOUNT LIMIT'
                           TO BL-REASON
                   WHEN TRAN-HOLD-CO-COUNT
                       MOVE 'OVER COMPANY COUNT LIMIT'
                           TO BL-REASON
                   WHEN TRAN-HOLD-DEPT-COUNT
                       MOVE 'OVER DEPARTMENT COUNT LIMIT'
                           TO BL-REASON
                   WHEN OTHER
                       MOVE 'HELD FOR REVIEW' TO BL-REASON
               END-EVALUATE
               PERFORM 5400-WRITE-BREACH-LINE
           END-IF.

      *    A hold reaches the desk the night DATEDIT held it. A hold
      *    placed before TRAN-HELD-DATE was stamped falls back to
      *    its TRAN-DATE; with neither, the caller's default stands.
       2150-TAKE-HOLD-ARRIVAL.
           EVALUATE TRUE
               WHEN TRAN-HELD-DATE NUMERIC
                AND TRAN-HELD-DATE NOT = ZEROS
                   MOVE TRAN-HELD-DATE TO WS-ITEM-ARRIVED
               WHEN TRAN-DATE NUMERIC
                AND TRAN-DATE NOT = ZEROS
                   MOVE TRAN-DATE      TO WS-ITEM-ARRIVED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Only decisions inside the month are counted, so only
      *    those cost a TRAN-FILE read for the arrival date. A
      *    decided transaction no longer on TRAN-FILE (archived)
      *    counts as arriving the day it was decided.
       3000-READ-HOLD-DECISIONS.
           PERFORM UNTIL WS-HHIS-EOF
               READ HHIS-FILE
                   AT END
                       SET WS-HHIS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-HLD-READ
                       PERFORM 3100-TALLY-HOLD-DECISION
               END-READ
               IF WS-HHIS-STATUS NOT = '00'
                   AND WS-HHIS-STATUS NOT = '10'
                   DISPLAY 'DATWKLD - HHIS-FILE READ FAILED, STATUS='
                       WS-HHIS-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-PERFORM.

       3100-TALLY-HOLD-DECISION.
           MOVE 'N' TO WS-IN-MONTH-SW
           IF HAUD-TIMESTAMP (1:8) NUMERIC
               MOVE HAUD-TIMESTAMP (1:8) TO WS-ITEM-WORKED
               MOVE WS-ITEM-WORKED       TO WS-TEST-DATE
               PERFORM 5900-CLASSIFY-DATE
           END-IF
           IF WS-IN-MONTH
               MOVE 1             TO WS-ITEM-QX
               MOVE HAUD-OPERATOR TO WS-ITEM-OPERATOR
               MOVE HAUD-TRAN-ID  TO TRAN-ID
               READ TRAN-FILE
               EVALUATE WS-TRAN-STATUS
                   WHEN '00'
                       MOVE WS-ITEM-WORKED TO WS-ITEM-ARRIVED
                       PERFORM 2150-TAKE-HOLD-ARRIVAL
                   WHEN '23'
                       ADD 1 TO WS-COUNT-HLD-NO-TRAN
                       MOVE WS-ITEM-WORKED TO WS-ITEM-ARRIVED
                   WHEN OTHER
                       DISPLAY 'DATWKLD - TRAN-FILE READ FAILED, '
                           'STATUS=' WS-TRAN-STATUS
                           ' FOR TRAN-ID=' HAUD-TRAN-ID
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 9900-WRITE-ABND-LOG
                       STOP RUN
               END-EVALUATE
               IF WS-ITEM-ARRIVED > WS-ITEM-WORKED
                   MOVE WS-ITEM-WORKED TO WS-ITEM-ARRIVED
               END-IF
               PERFORM 5000-TALLY-OPENED
               PERFORM 5100-TALLY-WORKED
           END-IF.

      *    An open row is an open REPAIR item; a row DATRFIX has
      *    stamped repaired (whether or not it has recycled since)
      *    is a worked one. A row repaired before the stamp existed
      *    counts as opened only.
       4000-SCAN-REPAIR-ROWS.
           PERFORM UNTIL WS-REP-EOF
               READ REP-FILE
                   AT END
                       SET WS-REP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-REP-READ
                       PERFORM 4100-TALLY-REPAIR-ROW
               END-READ
               IF WS-REP-STATUS NOT = '00'
                   AND WS-REP-STATUS NOT = '10'
                   DISPLAY 'DATWKLD - REP-FILE READ FAILED, STATUS='
                       WS-REP-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-PERFORM.

      *    REP-TRAN-DATA is the DATTRAN image; TRAN-COMPANY sits at
      *    offset 27 of it.
       4100-TALLY-REPAIR-ROW.
           MOVE 2 TO WS-ITEM-QX
           IF REP-ADDED-DATE NUMERIC
               AND REP-ADDED-DATE NOT = ZEROS
               MOVE REP-ADDED-DATE TO WS-ITEM-ARRIVED
           ELSE
               MOVE WS-RUN-DATE-9  TO WS-ITEM-ARRIVED
           END-IF
           IF WS-ITEM-ARRIVED > WS-RUN-DATE-9
               MOVE WS-RUN-DATE-9 TO WS-ITEM-ARRIVED
           END-IF
           PERFORM 5000-TALLY-OPENED
           IF REP-OPEN
               PERFORM 5300-TALLY-OPEN-ITEM
               IF WS-ITEM-BREACHED
                   MOVE REP-ID                 TO BL-ITEM
                   MOVE REP-TRAN-DATA (27:4)   TO BL-COMPANY
                   MOVE REP-REASON             TO BL-REASON
                   PERFORM 5400-WRITE-BREACH-LINE
               END-IF
           ELSE
               IF REP-REPAIRED-DATE NUMERIC
                   AND REP-REPAIRED-DATE NOT = ZEROS
                   MOVE REP-REPAIRED-DATE TO WS-ITEM-WORKED
                   MOVE REP-REPAIRED-BY   TO WS-ITEM-OPERATOR
                   IF WS-ITEM-ARRIVED > WS-ITEM-WORKED
                       MOVE WS-ITEM-WORKED TO WS-ITEM-ARRIVED
                   END-IF
                   PERFORM 5100-TALLY-WORKED
               END-IF
           END-IF.

       4500-READ-DEPENDENT-CHANGES.
           PERFORM UNTIL WS-HIST-EOF
               READ HIST-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-AUD-READ
                       PERFORM 4600-TALLY-DEPENDENT-CHANGE
               END-READ
               IF WS-HIST-STATUS NOT = '00'
                   AND WS-HIST-STATUS NOT = '10'
                   DISPLAY 'DATWKLD - HIST-FILE READ FAILED, STATUS='
                       WS-HIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-PERFORM.

      *    A change arrives with its effective date; one keyed
      *    ahead of its effective date arrived the day it was keyed.
       4600-TALLY-DEPENDENT-CHANGE.
           IF DAUD-TIMESTAMP (1:8) NUMERIC
               MOVE 3                    TO WS-ITEM-QX
               MOVE DAUD-OPERATOR        TO WS-ITEM-OPERATOR
               MOVE DAUD-TIMESTAMP (1:8) TO WS-ITEM-WORKED
               IF DAUD-EFFECTIVE-DATE NUMERIC
                   AND DAUD-EFFECTIVE-DATE NOT = ZEROS
                   MOVE DAUD-EFFECTIVE-DATE TO WS-ITEM-ARRIVED
               ELSE
                   MOVE WS-ITEM-WORKED      TO WS-ITEM-ARRIVED
               END-IF
               IF WS-ITEM-ARRIVED > WS-ITEM-WORKED
                   MOVE WS-ITEM-WORKED TO WS-ITEM-ARRIVED
               END-IF
               PERFORM 5000-TALLY-OPENED
               PERFORM 5100-TALLY-WORKED
           END-IF.

       5000-TALLY-OPENED.
           MOVE WS-ITEM-ARRIVED TO WS-TEST-DATE
           PERFORM 5900-CLASSIFY-DATE
           IF WS-IN-DAY
               ADD 1 TO WS-Q-OPENED (WS-ITEM-QX, 1)
           END-IF
           IF WS-IN-MONTH
               ADD 1 TO WS-Q-OPENED (WS-ITEM-QX, 2)
           END-IF.

      *    A worked item is late when it was decided after the
      *    business day it fell due.
       5100-TALLY-WORKED.
           MOVE WS-ITEM-WORKED TO WS-TEST-DATE
           PERFORM 5900-CLASSIFY-DATE
           IF WS-IN-MONTH
               COMPUTE WS-ITEM-TAT =
                   FUNCTION INTEGER-OF-DATE (WS-ITEM-WORKED)
                   - FUNCTION INTEGER-OF-DATE (WS-ITEM-ARRIVED)
               IF WS-ITEM-TAT > 60
                   MOVE 61 TO WS-BX
               ELSE
                   COMPUTE WS-BX = WS-ITEM-TAT + 1
               END-IF
               PERFORM 6000-FIND-DUE-DATE
               MOVE 'N' TO WS-ITEM-LATE-SW
               IF WS-ITEM-WORKED > WS-DUE-DATE
                   SET WS-ITEM-LATE TO TRUE
               END-IF
               PERFORM 5200-FIND-OPERATOR
               MOVE 2 TO WS-PX
               PERFORM 5150-ADD-WORKED
               IF WS-IN-DAY
                   MOVE 1 TO WS-PX
                   PERFORM 5150-ADD-WORKED
               END-IF
           END-IF.

       5150-ADD-WORKED.
           ADD 1 TO WS-Q-WORKED (WS-ITEM-QX, WS-PX)
           ADD 1 TO WS-Q-TAT-BUCKET (WS-ITEM-QX, WS-PX, WS-BX)
           IF WS-ITEM-TAT > WS-Q-TAT-MAX (WS-ITEM-QX, WS-PX)
               MOVE WS-ITEM-TAT TO WS-Q-TAT-MAX (WS-ITEM-QX, WS-PX)
           END-IF
           ADD 1 TO WS-OP-WORKED (WS-OX, WS-PX)
           ADD 1 TO WS-OP-TAT-BUCKET (WS-OX, WS-PX, WS-BX)
           IF WS-ITEM-TAT > WS-OP-TAT-MAX (WS-OX, WS-PX)
               MOVE WS-ITEM-TAT TO WS-OP-TAT-MAX (WS-OX, WS-PX)
           END-IF
           IF WS-ITEM-LATE
               ADD 1 TO WS-Q-LATE (WS-ITEM-QX, WS-PX)
               ADD 1 TO WS-OP-LATE (WS-OX, WS-PX)
           END-IF.

       5200-FIND-OPERATOR.
           MOVE 0 TO WS-OX
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OP-COUNT OR WS-OX > 0
               IF WS-OP-QX (WS-OP-IX) = WS-ITEM-QX
                   AND WS-OP-ID (WS-OP-IX) = WS-ITEM-OPERATOR
                   MOVE WS-OP-IX TO WS-OX
               END-IF
           END-PERFORM
           IF WS-OX = 0
               IF WS-OP-COUNT < 300
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OX
                   INITIALIZE WS-OP-ENTRY (WS-OX)
                   MOVE WS-ITEM-QX       TO WS-OP-QX (WS-OX)
                   MOVE WS-ITEM-OPERATOR TO WS-OP-ID (WS-OX)
               ELSE
                   DISPLAY 'DATWKLD - OPERATOR TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF.

      *    An open item is past its target once the processing date
      *    has reached the business day it fell due.
       5300-TALLY-OPEN-ITEM.
           ADD 1 TO WS-Q-OPEN-NOW (WS-ITEM-QX)
           PERFORM 6000-FIND-DUE-DATE
           MOVE 'N' TO WS-ITEM-BREACHED-SW
           IF WS-DUE-DATE NOT > WS-RUN-DATE-9
               SET WS-ITEM-BREACHED TO TRUE
               ADD 1 TO WS-Q-BREACHING (WS-ITEM-QX)
               ADD 1 TO WS-COUNT-BREACHING
           END-IF.

       5400-WRITE-BREACH-LINE.
           MOVE WS-Q-NAME (WS-ITEM-QX) TO BL-QUEUE
           MOVE WS-ITEM-ARRIVED        TO BL-ARRIVED
           MOVE WS-DUE-DATE            TO BL-DUE
           COMPUTE WS-ITEM-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-9)
               - FUNCTION INTEGER-OF-DATE (WS-ITEM-ARRIVED)
           IF WS-ITEM-DAYS-OPEN > 99999
               MOVE 99999 TO BL-DAYS-OPEN
           ELSE
               MOVE WS-ITEM-DAYS-OPEN TO BL-DAYS-OPEN
           END-IF
           WRITE RPT-RECORD FROM WS-BREACH-LINE.

       5900-CLASSIFY-DATE.
           MOVE 'N' TO WS-IN-DAY-SW
           MOVE 'N' TO WS-IN-MONTH-SW
           IF WS-TEST-DATE = WS-RUN-DATE-9
               SET WS-IN-DAY TO TRUE
           END-IF
           IF WS-TEST-YYYYMM = WS-RUN-YYYYMM
               AND WS-TEST-DATE NOT > WS-RUN-DATE-9
               SET WS-IN-MONTH TO TRUE
           END-IF.

      *    Step forward from the arrival date one business day at a
      *    time, past weekends and calendar holidays, until the
      *    queue's target is used up.
       6000-FIND-DUE-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-ITEM-ARRIVED)
           MOVE WS-Q-TARGET (WS-ITEM-QX) TO WS-DAYS-LEFT
           PERFORM 6100-STEP-BUSINESS-DAY
               UNTIL WS-DAYS-LEFT = 0.

      *    Day 1 of the INTEGER-OF-DATE epoch is a Monday, so the
      *    remainder of the integer by seven runs 1=MON through
      *    5=FRI, 6=SAT, 0=SUN.
       6100-STEP-BUSINESS-DAY.
           ADD 1 TO WS-DATE-INT
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           DIVIDE WS-DATE-INT BY 7
               GIVING WS-DOW-QUOT REMAINDER WS-DAY-OF-WEEK
           SET WS-BUSINESS-DAY TO TRUE
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF
           PERFORM VARYING WS-HOL-IX FROM 1 BY 1
                   UNTIL WS-HOL-IX > WS-HOL-COUNT
               IF WS-HOLIDAY-DATE (WS-HOL-IX) = WS-DUE-DATE-X
                   MOVE 'N' TO WS-BUSINESS-DAY-SW
               END-IF
           END-PERFORM
           IF WS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DAYS-LEFT
           END-IF.

       7000-WRITE-QUEUE-SUMMARY.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           WRITE RPT-RECORD FROM WS-QUEUE-TITLE
           WRITE RPT-RECORD FROM WS-QUEUE-HEADING
           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 3
               PERFORM 7100-WRITE-QUEUE-LINE
           END-PERFORM
           WRITE RPT-RECORD FROM WS-QUEUE-NOTE.

       7100-WRITE-QUEUE-LINE.
           MOVE WS-Q-NAME (WS-QX)       TO QL-QUEUE
           MOVE WS-Q-TARGET (WS-QX)     TO QL-TARGET
           MOVE WS-Q-OPENED (WS-QX, 1)  TO QL-D-OPENED
           MOVE WS-Q-PERIOD (WS-QX, 1)  TO WS-STAT-WORK
           PERFORM 7500-FORMAT-TURNAROUND
           MOVE SW-WORKED               TO QL-D-WORKED
           MOVE WS-FMT-MEDIAN           TO QL-D-MEDIAN
           MOVE WS-FMT-MAX              TO QL-D-MAX
           MOVE SW-LATE                 TO QL-D-LATE
           MOVE WS-Q-OPENED (WS-QX, 2)  TO QL-M-OPENED
           MOVE WS-Q-PERIOD (WS-QX, 2)  TO WS-STAT-WORK
           PERFORM 7500-FORMAT-TURNAROUND
           MOVE SW-WORKED               TO QL-M-WORKED
           MOVE WS-FMT-MEDIAN           TO QL-M-MEDIAN
           MOVE WS-FMT-MAX              TO QL-M-MAX
           MOVE SW-LATE                 TO QL-M-LATE
           MOVE WS-Q-OPEN-NOW (WS-QX)   TO QL-OPEN-NOW
           MOVE WS-Q-BREACHING (WS-QX)  TO QL-BREACHING
           WRITE RPT-RECORD FROM WS-QUEUE-LINE.

      *    Operators are listed queue by queue in the order the
      *    histories first showed them working.
       7200-WRITE-OPERATOR-SECTION.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           WRITE RPT-RECORD FROM WS-OP-TITLE
           WRITE RPT-RECORD FROM WS-OP-HEADING
           PERFORM VARYING WS-QX FROM 1 BY 1 UNTIL WS-QX > 3
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OP-COUNT
                   IF WS-OP-QX (WS-OX) = WS-QX
                       PERFORM 7300-WRITE-OPERATOR-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       7300-WRITE-OPERATOR-LINE.
           MOVE WS-Q-NAME (WS-QX)       TO OL-QUEUE
           IF WS-OP-ID (WS-OX) = SPACES
               MOVE '(NONE)'            TO OL-OPERATOR
           ELSE
               MOVE WS-OP-ID (WS-OX)    TO OL-OPERATOR
           END-IF
           MOVE WS-OP-PERIOD (WS-OX, 1) TO WS-STAT-WORK
           PERFORM 7500-FORMAT-TURNAROUND
           MOVE SW-WORKED               TO OL-D-WORKED
           MOVE WS-FMT-MEDIAN           TO OL-D-MEDIAN
           MOVE WS-FMT-MAX              TO OL-D-MAX
           MOVE SW-LATE                 TO OL-D-LATE
           MOVE WS-OP-PERIOD (WS-OX, 2) TO WS-STAT-WORK
           PERFORM 7500-FORMAT-TURNAROUND
           MOVE SW-WORKED               TO OL-M-WORKED
           MOVE WS-FMT-MEDIAN           TO OL-M-MEDIAN
           MOVE WS-FMT-MAX              TO OL-M-MAX
           MOVE SW-LATE                 TO OL-M-LATE
           WRITE RPT-RECORD FROM WS-OP-LINE.

      *    The median is the lower middle item's bucket: walk the
      *    histogram until the running count reaches it. Nothing
      *    worked prints the turnaround columns blank.
       7500-FORMAT-TURNAROUND.
           IF SW-WORKED = 0
               MOVE SPACES TO WS-FMT-MEDIAN
               MOVE SPACES TO WS-FMT-MAX
           ELSE
               COMPUTE WS-MEDIAN-POS = (SW-WORKED + 1) / 2
               MOVE 0 TO WS-MEDIAN-CUM
               PERFORM VARYING WS-BX FROM 1 BY 1
                       UNTIL WS-BX > 61
                          OR WS-MEDIAN-CUM NOT < WS-MEDIAN-POS
                   ADD SW-TAT-BUCKET (WS-BX) TO WS-MEDIAN-CUM
               END-PERFORM
               COMPUTE WS-FMT-MEDIAN-N = WS-BX - 2
               MOVE SW-TAT-MAX TO WS-FMT-MAX-N
           END-IF.

       8000-WRITE-CONTROL-TOTALS.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE 'HELD TRANS OPEN'      TO RPT-LABEL
           MOVE WS-COUNT-HELD          TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'HOLD DECISIONS READ'  TO RPT-LABEL
           MOVE WS-COUNT-HLD-READ      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'DECIDED, NOT ON FILE' TO RPT-LABEL
           MOVE WS-COUNT-HLD-NO-TRAN   TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'REPAIR ROWS READ'     TO RPT-LABEL
           MOVE WS-COUNT-REP-READ      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'DEP CHANGES READ'     TO RPT-LABEL
           MOVE WS-COUNT-AUD-READ      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'OPERATOR ROWS'        TO RPT-LABEL
           MOVE WS-OP-COUNT            TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'OPEN PAST TARGET'     TO RPT-LABEL
           MOVE WS-COUNT-BREACHING     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE TRAN-FILE
           CLOSE HHIS-FILE
           CLOSE REP-FILE
           CLOSE HIST-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATWKLD'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
