       ID DIVISION.
       PROGRAM-ID. DATCLTR.
      *----------------------------------------------------------------
      * Nightly member confirmation letters for dependent changes,
      * run behind the carrier enrollment feed. Collects the
      * dependents added, changed or reinstated under continuation
      * since the last letter run (LTRCTL high-water timestamp) -
      * the desk's DATDMNT changes from AUDHIST and the weekly
      * DATDEPM pass's from every journal generation on hand - and
      * writes one print-ready letter per employee (DEP-EMP-ID,
      * name and department from EMPFILE) listing each changed
      * dependent as the master now stands: name, relationship
      * description from REL-FILE, effective date and what was
      * done. The employee checks it now instead of finding the
      * error at claim time.
      * A dependent changed several times goes on the letter once.
      * Deletions are not lettered - the master no longer says
      * whose dependent it was. A dependent with no carrying
      * employee, or whose employee is not on EMPFILE, is listed on
      * the report instead (RC 4). The letter file ends with a
      * control page - letters and lines written - for the print
      * room to balance to, and LTRCTL is rewritten only after a
      * clean run.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE ASSIGN TO JRNLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT HIST-FILE ASSIGN TO AUDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DEP-FILE ASSIGN TO DEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-DEP-STATUS.
           SELECT EMP-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-KEY
               FILE STATUS IS WS-EMP-STATUS.
           SELECT REL-FILE ASSIGN TO RELFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REL-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT LTR-FILE ASSIGN TO LTRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.
           SELECT CTL-FILE ASSIGN TO LTRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
           SELECT OPST-FILE ASSIGN TO OPSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPS-KEY
               FILE STATUS IS WS-OPST-STATUS.
           SELECT STAT-FILE ASSIGN TO STATFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATJRNL.
       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDAUD.
       FD  DEP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDEPR.
       FD  EMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATEMPL.
       FD  REL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRELC.
       FD  LTR-FILE
           LABEL RECORDS ARE STANDARD.
       01  LTR-RECORD                  PIC X(80).
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCSCT.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  RUN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRUNC.
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       FD  OPST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATOPSR.
       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSTAT.
       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS              PIC X(2)  VALUE '00'.
       01  WS-HIST-STATUS              PIC X(2)  VALUE '00'.
       01  WS-DEP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-EMP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-REL-STATUS               PIC X(2)  VALUE '00'.
       01  WS-LTR-STATUS               PIC X(2)  VALUE '00'.
       01  WS-CTL-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RUN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-OPST-STATUS              PIC X(2)  VALUE '00'.
       01  WS-STAT-STATUS              PIC X(2)  VALUE '00'.
       01  WS-STAT-START-TIME          PIC 9(6)  VALUE ZEROS.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-CUTOFF-TIMESTAMP.
           05  WS-CUTOFF-DATE          PIC 9(8).
           05  WS-CUTOFF-TIME          PIC 9(6).
       01  WS-LAST-TIMESTAMP           PIC X(14) VALUE ZEROS.
       01  WS-RUN-SEQ                  PIC 9(6)  VALUE ZEROS.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-CHG-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-CHG-FOUND                      VALUE 'Y'.
       01  WS-EMPT-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-EMPT-FOUND                     VALUE 'Y'.
       01  WS-SOURCE-DEP-ID            PIC X(6)  VALUE SPACES.
       01  WS-SOURCE-ACTION            PIC X(1)  VALUE SPACE.
       01  WS-SOURCE-EMP-ID            PIC X(6)  VALUE SPACES.
       01  WS-CHG-IX                   PIC S9(4) COMP.
       01  WS-CHG-COUNT                PIC S9(4) COMP VALUE ZEROS.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-DEP-ID        PIC X(6).
               10  WS-CT-ACTION        PIC X(1).
               10  WS-CT-EMP-ID        PIC X(6).
               10  WS-CT-DEP-NAME      PIC X(30).
               10  WS-CT-REL-CODE      PIC X(2).
               10  WS-CT-EFF-DATE      PIC X(8).
       01  WS-EMPT-IX                  PIC S9(4) COMP.
       01  WS-EMPT-COUNT               PIC S9(4) COMP VALUE ZEROS.
       01  WS-EMPT-TABLE.
           05  WS-EMPT-ENTRY OCCURS 1000 TIMES.
               10  WS-ET-EMP-ID        PIC X(6).
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-JRNL-READ      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-HIST-READ      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-CHANGED        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-DELETES        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-GONE           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-NO-EMPLOYEE    PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-LETTERS        PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-LINES          PIC 9(7) VALUE ZEROS.
       01  WS-FMT-DATE.
           05  WS-FMT-YYYY             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  WS-FMT-MM               PIC X(2).
           05  FILLER                  PIC X(1)  VALUE '-'.
           05  WS-FMT-DD               PIC X(2).
       01  WS-LTR-DATE-LINE.
           05  FILLER                  PIC X(62) VALUE SPACES.
           05  LD-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(8)  VALUE SPACES.
       01  WS-LTR-NAME-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  LN-EMP-NAME             PIC X(30).
           05  FILLER                  PIC X(42) VALUE SPACES.
       01  WS-LTR-ROUTE-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               'EMPLOYEE NO  '.
           05  LR-EMP-ID               PIC X(6).
           05  FILLER                  PIC X(8)  VALUE
               '   DEPT '.
           05  LR-EMP-DEPT             PIC 9(4).
           05  FILLER                  PIC X(11) VALUE
               '   COMPANY '.
           05  LR-COMPANY              PIC X(4).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  WS-LTR-TITLE-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'CONFIRMATION OF DEPENDENT COVERAGE CHANG'.
           05  FILLER                  PIC X(32) VALUE 'ES'.
       01  WS-LTR-BODY-1.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'WE HAVE RECORDED THE CHANGES BELOW TO TH'.
           05  FILLER                  PIC X(32) VALUE
               'E DEPENDENTS ON YOUR COVERAGE.'.
       01  WS-LTR-BODY-2.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'PLEASE CHECK EACH ONE. IF ANYTHING IS WR'.
           05  FILLER                  PIC X(32) VALUE
               'ONG, CONTACT THE BENEFITS DESK'.
       01  WS-LTR-BODY-3.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'WITHIN 30 DAYS OF THE DATE OF THIS LETTE'.
           05  FILLER                  PIC X(32) VALUE 'R.'.
       01  WS-LTR-COL-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'DEPENDENT                     RELATIONSH'.
           05  FILLER                  PIC X(40) VALUE
               'IP          EFFECTIVE   CHANGE          '.
       01  WS-LTR-DETAIL.
           05  LL-DEP-NAME             PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LL-REL-DESC             PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LL-EFF-DATE             PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LL-CHANGE               PIC X(14).
       01  WS-LTR-SIGN-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'BENEFITS ADMINISTRATION'.
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  WS-LTR-CONTROL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATCLTR LETTER RUN '.
           05  LC-RUN-SEQ              PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  LC-LABEL                PIC X(20).
           05  LC-VALUE                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  WS-RPT-EXCEPTION.
           05  FILLER                  PIC X(14) VALUE
               'NOT LETTERED  '.
           05  RX-DEP-ID               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RX-EMP-ID               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RX-REASON               PIC X(30).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  WS-RPT-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATCLTR CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAT-START-TIME FROM TIME.
           MOVE WS-ABND-DATE       TO WS-CUTOFF-DATE
           MOVE WS-STAT-START-TIME TO WS-CUTOFF-TIME
           PERFORM 0100-READ-RUN-CONTROL.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.
           PERFORM 0200-READ-LETTER-CONTROL.
           ADD 1 TO WS-RUN-SEQ

           PERFORM 1000-OPEN-FILES.

           PERFORM 2000-LOAD-JOURNAL.
           PERFORM 2200-LOAD-AUDIT-HISTORY.
           PERFORM 3000-RESOLVE-EMPLOYEES.

           MOVE SHARED-RUN-DATE (1:4) TO WS-FMT-YYYY
           MOVE SHARED-RUN-DATE (5:2) TO WS-FMT-MM
           MOVE SHARED-RUN-DATE (7:2) TO WS-FMT-DD
           MOVE WS-FMT-DATE           TO LD-RUN-DATE
           PERFORM VARYING WS-EMPT-IX FROM 1 BY 1
                   UNTIL WS-EMPT-IX > WS-EMPT-COUNT
               PERFORM 4000-WRITE-LETTER
           END-PERFORM

           PERFORM 5000-WRITE-CONTROL-PAGE.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           PERFORM 0300-WRITE-LETTER-CONTROL.

           IF WS-COUNT-NO-EMPLOYEE > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9800-WRITE-RUN-STATS.
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

      *    No control record yet is the first run - every change on
      *    hand is lettered.
       0200-READ-LETTER-CONTROL.
           OPEN INPUT CTL-FILE
           EVALUATE WS-CTL-STATUS
               WHEN '00'
                   READ CTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CSC-LAST-TIMESTAMP TO WS-LAST-TIMESTAMP
                           MOVE CSC-FILE-SEQ       TO WS-RUN-SEQ
                   END-READ
                   CLOSE CTL-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATCLTR - CTL-FILE OPEN FAILED, STATUS='
                       WS-CTL-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE.

       0300-WRITE-LETTER-CONTROL.
           MOVE SPACES              TO DATCSCT-RECORD
           MOVE WS-CUTOFF-TIMESTAMP TO CSC-LAST-TIMESTAMP
           MOVE SHARED-RUN-DATE     TO CSC-LAST-SEND-DATE
           MOVE WS-RUN-SEQ          TO CSC-FILE-SEQ
           OPEN OUTPUT CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DATCLTR - CTL-FILE OPEN FAILED, STATUS='
                   WS-CTL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           WRITE DATCSCT-RECORD
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DATCLTR - CTL-FILE WRITE FAILED, STATUS='
                   WS-CTL-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CTL-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           CLOSE CTL-FILE.

       1000-OPEN-FILES.
           OPEN INPUT DEP-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'DATCLTR - DEP-FILE OPEN FAILED, STATUS='
                   WS-DEP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT EMP-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'DATCLTR - EMP-FILE OPEN FAILED, STATUS='
                   WS-EMP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT REL-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'DATCLTR - REL-FILE OPEN FAILED, STATUS='
                   WS-REL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT LTR-FILE
           IF WS-LTR-STATUS NOT = '00'
               DISPLAY 'DATCLTR - LTR-FILE OPEN FAILED, STATUS='
                   WS-LTR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATCLTR - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       2000-LOAD-JOURNAL.
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'DATCLTR - JRNL-FILE OPEN FAILED, STATUS='
                   WS-JRNL-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ JRNL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-JRNL-READ
                       IF JRNL-PROGRAM = 'DATDEPM'
                           AND JRNL-TIMESTAMP (1:14) >
                               WS-LAST-TIMESTAMP
                           AND JRNL-TIMESTAMP (1:14) NOT >
                               WS-CUTOFF-TIMESTAMP
                           MOVE JRNL-TRAN-ID TO WS-SOURCE-DEP-ID
                           MOVE JRNL-MYDATA  TO WS-SOURCE-ACTION
                           PERFORM 2500-ADD-CHANGED-DEPENDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNL-FILE.

       2200-LOAD-AUDIT-HISTORY.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'DATCLTR - HIST-FILE OPEN FAILED, STATUS='
                   WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ HIST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-COUNT-HIST-READ
                       IF DAUD-TIMESTAMP (1:14) > WS-LAST-TIMESTAMP
                           AND DAUD-TIMESTAMP (1:14) NOT >
                               WS-CUTOFF-TIMESTAMP
                           MOVE DAUD-DEP-ID      TO WS-SOURCE-DEP-ID
                           MOVE DAUD-ACTION (1:1) TO WS-SOURCE-ACTION
                           PERFORM 2500-ADD-CHANGED-DEPENDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

      *    Action A add, C change, E continuation elected, D delete.
      *    A dependent seen more than once keeps an add over
      *    anything later, and an election over a change.
       2500-ADD-CHANGED-DEPENDENT.
           IF WS-SOURCE-ACTION = 'D'
               ADD 1 TO WS-COUNT-DELETES
           ELSE
               PERFORM 2600-FIND-CHANGED-DEPENDENT
               IF WS-CHG-FOUND
                   IF WS-CT-ACTION (WS-CHG-IX) = 'C'
                       MOVE WS-SOURCE-ACTION
                           TO WS-CT-ACTION (WS-CHG-IX)
                   END-IF
               ELSE
                   IF WS-CHG-COUNT < 2000
                       ADD 1 TO WS-CHG-COUNT
                       ADD 1 TO WS-COUNT-CHANGED
                       MOVE WS-SOURCE-DEP-ID
                           TO WS-CT-DEP-ID (WS-CHG-COUNT)
                       MOVE WS-SOURCE-ACTION
                           TO WS-CT-ACTION (WS-CHG-COUNT)
                   ELSE
                       DISPLAY 'DATCLTR - CHANGE TABLE FULL, '
                           'RAISE THE OCCURS AND RECOMPILE'
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 9900-WRITE-ABND-LOG
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       2600-FIND-CHANGED-DEPENDENT.
           MOVE 'N' TO WS-CHG-FOUND-SW
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
                   OR WS-CHG-FOUND
               IF WS-SOURCE-DEP-ID = WS-CT-DEP-ID (WS-CHG-IX)
                   SET WS-CHG-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-CHG-IX
               END-IF
           END-PERFORM.

      *    Picks each changed dependent up off the master as it
      *    stands tonight and gathers the employees to write to,
      *    in the order they are first met.
       3000-RESOLVE-EMPLOYEES.
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
               MOVE SPACES TO WS-CT-EMP-ID (WS-CHG-IX)
               MOVE WS-CT-DEP-ID (WS-CHG-IX) TO DEP-KEY
               READ DEP-FILE
               EVALUATE WS-DEP-STATUS
                   WHEN '00'
                       PERFORM 3100-KEEP-DEPENDENT
                   WHEN '23'
                       ADD 1 TO WS-COUNT-GONE
                   WHEN OTHER
                       DISPLAY 'DATCLTR - DEP-FILE READ FAILED, '
                           'STATUS=' WS-DEP-STATUS ' FOR DEP-ID='
                           WS-CT-DEP-ID (WS-CHG-IX)
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9000-CLOSE-FILES
                       PERFORM 9900-WRITE-ABND-LOG
                       STOP RUN
               END-EVALUATE
           END-PERFORM.

       3100-KEEP-DEPENDENT.
           MOVE DEP-NAME            TO WS-CT-DEP-NAME (WS-CHG-IX)
           MOVE DEP-RELATIONSHIP-CD TO WS-CT-REL-CODE (WS-CHG-IX)
           MOVE DEP-EFFECTIVE-DATE  TO WS-CT-EFF-DATE (WS-CHG-IX)
           MOVE DEP-EMP-ID          TO WS-SOURCE-EMP-ID
           EVALUATE TRUE
               WHEN WS-SOURCE-EMP-ID = SPACES
                   MOVE 'NO CARRYING EMPLOYEE' TO RX-REASON
                   PERFORM 3300-REPORT-NOT-LETTERED
               WHEN OTHER
                   MOVE WS-SOURCE-EMP-ID TO EMP-KEY
                   READ EMP-FILE
                   IF WS-EMP-STATUS = '00'
                       MOVE WS-SOURCE-EMP-ID
                           TO WS-CT-EMP-ID (WS-CHG-IX)
                       PERFORM 3200-ADD-EMPLOYEE
                   ELSE
                       MOVE 'EMPLOYEE NOT ON FILE' TO RX-REASON
                       PERFORM 3300-REPORT-NOT-LETTERED
                   END-IF
           END-EVALUATE.

       3200-ADD-EMPLOYEE.
           MOVE 'N' TO WS-EMPT-FOUND-SW
           PERFORM VARYING WS-EMPT-IX FROM 1 BY 1
                   UNTIL WS-EMPT-IX > WS-EMPT-COUNT
                   OR WS-EMPT-FOUND
               IF WS-SOURCE-EMP-ID = WS-ET-EMP-ID (WS-EMPT-IX)
                   SET WS-EMPT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-EMPT-FOUND
               IF WS-EMPT-COUNT < 1000
                   ADD 1 TO WS-EMPT-COUNT
                   MOVE WS-SOURCE-EMP-ID
                       TO WS-ET-EMP-ID (WS-EMPT-COUNT)
               ELSE
                   DISPLAY 'DATCLTR - EMPLOYEE TABLE FULL, '
                       'RAISE THE OCCURS AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
               END-IF
           END-IF.

       3300-REPORT-NOT-LETTERED.
           ADD 1 TO WS-COUNT-NO-EMPLOYEE
           MOVE WS-CT-DEP-ID (WS-CHG-IX) TO RX-DEP-ID
           MOVE WS-SOURCE-EMP-ID         TO RX-EMP-ID
           WRITE RPT-RECORD FROM WS-RPT-EXCEPTION.

      *    One letter, its own page, per employee.
       4000-WRITE-LETTER.
           MOVE WS-ET-EMP-ID (WS-EMPT-IX) TO EMP-KEY
           READ EMP-FILE
           MOVE EMP-NAME TO LN-EMP-NAME
           MOVE EMP-ID   TO LR-EMP-ID
           MOVE EMP-DEPT TO LR-EMP-DEPT
           IF EMP-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO LR-COMPANY
           ELSE
               MOVE EMP-COMPANY         TO LR-COMPANY
           END-IF
           WRITE LTR-RECORD FROM WS-LTR-DATE-LINE
               AFTER ADVANCING PAGE
           PERFORM 6500-CHECK-LTR-WRITE
           WRITE LTR-RECORD FROM WS-LTR-NAME-LINE
               AFTER ADVANCING 3 LINES
           WRITE LTR-RECORD FROM WS-LTR-ROUTE-LINE
               AFTER ADVANCING 1 LINE
           WRITE LTR-RECORD FROM WS-LTR-TITLE-LINE
               AFTER ADVANCING 3 LINES
           WRITE LTR-RECORD FROM WS-LTR-BODY-1
               AFTER ADVANCING 2 LINES
           WRITE LTR-RECORD FROM WS-LTR-BODY-2
               AFTER ADVANCING 1 LINE
           WRITE LTR-RECORD FROM WS-LTR-BODY-3
               AFTER ADVANCING 1 LINE
           WRITE LTR-RECORD FROM WS-LTR-COL-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
               IF WS-CT-EMP-ID (WS-CHG-IX) = WS-ET-EMP-ID (WS-EMPT-IX)
                   PERFORM 4100-WRITE-LETTER-LINE
               END-IF
           END-PERFORM
           WRITE LTR-RECORD FROM WS-LTR-SIGN-LINE
               AFTER ADVANCING 3 LINES
           PERFORM 6500-CHECK-LTR-WRITE
           ADD 1 TO WS-COUNT-LETTERS.

       4100-WRITE-LETTER-LINE.
           MOVE WS-CT-DEP-NAME (WS-CHG-IX) TO LL-DEP-NAME
           MOVE WS-CT-REL-CODE (WS-CHG-IX) TO REL-KEY
           READ REL-FILE
           IF WS-REL-STATUS = '00'
               MOVE REL-DESCRIPTION TO LL-REL-DESC
           ELSE
               MOVE WS-CT-REL-CODE (WS-CHG-IX) TO LL-REL-DESC
           END-IF
           MOVE WS-CT-EFF-DATE (WS-CHG-IX) (1:4) TO WS-FMT-YYYY
           MOVE WS-CT-EFF-DATE (WS-CHG-IX) (5:2) TO WS-FMT-MM
           MOVE WS-CT-EFF-DATE (WS-CHG-IX) (7:2) TO WS-FMT-DD
           MOVE WS-FMT-DATE TO LL-EFF-DATE
           EVALUATE WS-CT-ACTION (WS-CHG-IX)
               WHEN 'A'
                   MOVE 'ADDED'          TO LL-CHANGE
               WHEN 'E'
                   MOVE 'CONTINUATION'   TO LL-CHANGE
               WHEN OTHER
                   MOVE 'DETAILS CHANGED' TO LL-CHANGE
           END-EVALUATE
           WRITE LTR-RECORD FROM WS-LTR-DETAIL
               AFTER ADVANCING 1 LINE
           PERFORM 6500-CHECK-LTR-WRITE
           ADD 1 TO WS-COUNT-LINES.

      *    The print room balances the run to this page.
       5000-WRITE-CONTROL-PAGE.
           MOVE WS-RUN-SEQ         TO LC-RUN-SEQ
           WRITE LTR-RECORD FROM WS-LTR-DATE-LINE
               AFTER ADVANCING PAGE
           MOVE 'LETTERS WRITTEN'  TO LC-LABEL
           MOVE WS-COUNT-LETTERS   TO LC-VALUE
           WRITE LTR-RECORD FROM WS-LTR-CONTROL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'DEPENDENT LINES'  TO LC-LABEL
           MOVE WS-COUNT-LINES     TO LC-VALUE
           WRITE LTR-RECORD FROM WS-LTR-CONTROL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 6500-CHECK-LTR-WRITE.

       6500-CHECK-LTR-WRITE.
           IF WS-LTR-STATUS NOT = '00'
               DISPLAY 'DATCLTR - LTR-FILE WRITE FAILED, STATUS='
                   WS-LTR-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

       8000-WRITE-CONTROL-TOTALS.
           MOVE 'JOURNAL RECORDS READ' TO RPT-LABEL
           MOVE WS-COUNT-JRNL-READ    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'AUDIT RECORDS READ'  TO RPT-LABEL
           MOVE WS-COUNT-HIST-READ    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'DEPENDENTS CHANGED'  TO RPT-LABEL
           MOVE WS-COUNT-CHANGED      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'DELETES NOT LETTERED' TO RPT-LABEL
           MOVE WS-COUNT-DELETES      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'GONE FROM MASTER'    TO RPT-LABEL
           MOVE WS-COUNT-GONE         TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'NO EMPLOYEE'         TO RPT-LABEL
           MOVE WS-COUNT-NO-EMPLOYEE  TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'LETTERS WRITTEN'     TO RPT-LABEL
           MOVE WS-COUNT-LETTERS      TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           MOVE 'DEPENDENT LINES'     TO RPT-LABEL
           MOVE WS-COUNT-LINES        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-LINE

           DISPLAY 'DATCLTR - RUN ' WS-RUN-SEQ
               ' LETTERS=' WS-COUNT-LETTERS
               ' LINES=' WS-COUNT-LINES
               ' NOT LETTERED=' WS-COUNT-NO-EMPLOYEE.

       9000-CLOSE-FILES.
           CLOSE DEP-FILE
           CLOSE EMP-FILE
           CLOSE REL-FILE
           CLOSE LTR-FILE
           CLOSE RPT-FILE.

       9800-WRITE-RUN-STATS.
           MOVE SPACES             TO DATSTAT-RECORD
           MOVE 'DATCLTR'          TO STAT-PROGRAM
           MOVE SHARED-RUN-DATE    TO STAT-RUN-DATE
           MOVE WS-STAT-START-TIME TO STAT-START-TIME
           ACCEPT WS-STAT-START-TIME FROM TIME
           MOVE WS-STAT-START-TIME TO STAT-END-TIME
           MOVE WS-COUNT-CHANGED   TO STAT-COUNT-READ
           MOVE WS-COUNT-LETTERS   TO STAT-COUNT-PROCESSED
           MOVE WS-COUNT-NO-EMPLOYEE TO STAT-COUNT-ERROR
           MOVE ZEROS              TO STAT-TOTAL-AMOUNT
           OPEN EXTEND STAT-FILE
           IF WS-STAT-STATUS NOT = '00'
               DISPLAY 'DATCLTR - STAT-FILE OPEN FAILED, STATUS='
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
               DISPLAY 'DATCLTR - RUN-FILE OPEN FAILED, STATUS='
                   WS-RUN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           READ RUN-FILE
               AT END
                   DISPLAY 'DATCLTR - RUN-FILE IS EMPTY - RUN '
                       'DATROPN FIRST'
                   MOVE 12 TO RETURN-CODE
                   CLOSE RUN-FILE
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-READ
           IF RUN-CTL-COMPLETE
               DISPLAY 'DATCLTR - PROCESSING DATE '
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
           MOVE 'DATCLTR'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE
           PERFORM 9950-MIRROR-OPERATOR-STATUS.

      *    Upsert this program's end-of-run row on the operator
      *    status KSDS the DATOPST screen reads. Nonfatal, same as
      *    DATBATCH's mirror - the screen is a convenience.
       9950-MIRROR-OPERATOR-STATUS.
           OPEN I-O OPST-FILE
           IF WS-OPST-STATUS NOT = '00'
               DISPLAY 'DATCLTR - OPST-FILE OPEN FAILED, STATUS='
                   WS-OPST-STATUS ' - STATUS ROW NOT WRITTEN'
           ELSE
               MOVE SPACES     TO DATOPSR-RECORD
               MOVE 'DATCLTR' TO OPS-PROGRAM
               MOVE SPACES     TO OPS-STREAM
               READ OPST-FILE
               EVALUATE WS-OPST-STATUS
                   WHEN '00'
                       PERFORM 9960-BUILD-STATUS-ROW
                       REWRITE DATOPSR-RECORD
                   WHEN '23'
                       PERFORM 9960-BUILD-STATUS-ROW
                       WRITE DATOPSR-RECORD
                   WHEN OTHER
                       DISPLAY 'DATCLTR - OPST-FILE READ FAILED, '
                           'STATUS=' WS-OPST-STATUS
               END-EVALUATE
               CLOSE OPST-FILE
           END-IF.

       9960-BUILD-STATUS-ROW.
           MOVE SPACES            TO DATOPSR-RECORD
           MOVE 'DATCLTR'         TO OPS-PROGRAM
           MOVE SPACES            TO OPS-STREAM
           MOVE WS-ABND-TIMESTAMP TO OPS-TIMESTAMP
           MOVE SPACES            TO OPS-LAST-TRAN-KEY
           MOVE WS-COUNT-CHANGED  TO OPS-COUNT-IN
           MOVE ZEROS             TO OPS-JRNL-COUNT
           MOVE RETURN-CODE       TO OPS-RETURN-CODE.
