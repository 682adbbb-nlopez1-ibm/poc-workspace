       ID DIVISION.
       PROGRAM-ID. DB2REORG.
      *----------------------------------------------------------------
      * Moves Q.STAFF rows to their new departments for a department
      * reorganization, after DATREORG has checked the crosswalk and
      * remapped the VSAM files. The SYSIN card names the effective
      * date; that date's XWKFILE rows (DATXWLK layout) give each old
      * department's new home. A person cannot be split, so staff go
      * to the old department's largest share - the first such row
      * on a tie - the same rule DATREORG uses for employees.
      * Each move is an UPDATE through a FOR UPDATE cursor plus a
      * Q.STAFFHIST row with action REORG in the same unit of work,
      * committed one old department at a time. Rows already in the
      * new department are not touched, so the step can simply be
      * rerun after a failure.
      * SYSIN parameter card: cols 1-8 effective date YYYYMMDD.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XWK-FILE ASSIGN TO XWKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XWK-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  XWK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATXWLK.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-PARM-CARD.
           05  WS-PARM-EFF-DATE        PIC X(8).
       01  WS-XWK-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-SEEN-SW                  PIC X(1)  VALUE 'N'.
           88  WS-SEEN                           VALUE 'Y'.
       01  WS-XW-IX                    PIC S9(4) COMP.
       01  WS-XW-JX                    PIC S9(4) COMP.
       01  WS-XW-COUNT                 PIC S9(4) COMP VALUE ZEROS.
       01  WS-XW-TABLE.
           05  WS-XW-ENTRY OCCURS 200 TIMES.
               10  WS-XW-OLD           PIC 9(4).
               10  WS-XW-NEW           PIC 9(4).
               10  WS-XW-PCT           PIC 9(3)V99.
       01  WS-OLD-DEPT                 PIC S9(4) COMP.
       01  WS-NEW-DEPT                 PIC S9(4) COMP.
       01  WS-STAFF-ID                 PIC S9(4) COMP.
       01  WS-STAFF-NAME               PIC X(9).
       01  WS-HIST-ACTION              PIC X(6)  VALUE 'REORG'.
       01  WS-DEPT-MOVED               PIC 9(7)  VALUE ZEROS.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-XWK-ROWS       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-DEPTS          PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-STAFF-MOVED    PIC 9(7) VALUE ZEROS.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(8)  VALUE 'STAFF'.
           05  RL-STAFF-ID             PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-NAME                 PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-OLD-DEPT             PIC ZZZ9.
           05  FILLER                  PIC X(4)  VALUE ' -> '.
           05  RL-NEW-DEPT             PIC ZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               'DB2REORG CONTROL RPT'.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-EFF-DATE NOT NUMERIC
               DISPLAY 'DB2REORG - BAD EFFECTIVE DATE PARM: '
                   WS-PARM-EFF-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT XWK-FILE
           IF WS-XWK-STATUS NOT = '00'
               DISPLAY 'DB2REORG - XWK-FILE OPEN FAILED, STATUS='
                   WS-XWK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DB2REORG - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE XWK-FILE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-CROSSWALK.
           IF WS-XW-COUNT = 0
               DISPLAY 'DB2REORG - NO CROSSWALK ROWS EFFECTIVE '
                   WS-PARM-EFF-DATE
               MOVE 8 TO RETURN-CODE
               CLOSE RPT-FILE
               STOP RUN
           END-IF

      *    Each old department once - at its largest share.
           PERFORM VARYING WS-XW-IX FROM 1 BY 1
                   UNTIL WS-XW-IX > WS-XW-COUNT
               MOVE 'N' TO WS-SEEN-SW
               PERFORM VARYING WS-XW-JX FROM 1 BY 1
                       UNTIL WS-XW-JX > WS-XW-COUNT
                   IF WS-XW-OLD (WS-XW-JX) = WS-XW-OLD (WS-XW-IX)
                       IF WS-XW-PCT (WS-XW-JX) > WS-XW-PCT (WS-XW-IX)
                           OR (WS-XW-PCT (WS-XW-JX) =
                               WS-XW-PCT (WS-XW-IX)
                               AND WS-XW-JX < WS-XW-IX)
                           SET WS-SEEN TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-SEEN
                   AND WS-XW-NEW (WS-XW-IX) NOT = WS-XW-OLD (WS-XW-IX)
                   MOVE WS-XW-OLD (WS-XW-IX) TO WS-OLD-DEPT
                   MOVE WS-XW-NEW (WS-XW-IX) TO WS-NEW-DEPT
                   PERFORM 2000-MOVE-DEPT-STAFF
               END-IF
           END-PERFORM

           MOVE 'CROSSWALK ROWS'       TO RPT-LABEL
           MOVE WS-COUNT-XWK-ROWS     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'DEPARTMENTS MOVED'    TO RPT-LABEL
           MOVE WS-COUNT-DEPTS        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'STAFF MOVED'          TO RPT-LABEL
           MOVE WS-COUNT-STAFF-MOVED  TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           CLOSE RPT-FILE
           DISPLAY 'DB2REORG - EFFECTIVE ' WS-PARM-EFF-DATE
               ' STAFF MOVED=' WS-COUNT-STAFF-MOVED
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       1000-LOAD-CROSSWALK.
           PERFORM UNTIL WS-EOF
               READ XWK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF XWK-EFF-DATE = WS-PARM-EFF-DATE
                           ADD 1 TO WS-COUNT-XWK-ROWS
                           IF WS-XW-COUNT < 200
                               ADD 1 TO WS-XW-COUNT
                               MOVE XWK-OLD-DEPT
                                   TO WS-XW-OLD (WS-XW-COUNT)
                               MOVE XWK-NEW-DEPT
                                   TO WS-XW-NEW (WS-XW-COUNT)
                               MOVE XWK-ALLOC-PCT
                                   TO WS-XW-PCT (WS-XW-COUNT)
                           ELSE
                               DISPLAY 'DB2REORG - CROSSWALK TABLE '
                                   'FULL, RAISE THE OCCURS AND '
                                   'RECOMPILE'
                               MOVE 16 TO RETURN-CODE
                               CLOSE XWK-FILE
                               CLOSE RPT-FILE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XWK-FILE.

      *    One unit of work per old department: every row moved and
      *    its history row commit together or not at all.
       2000-MOVE-DEPT-STAFF.
           MOVE ZEROS TO WS-DEPT-MOVED
           EXEC SQL
               DECLARE REORGCSR CURSOR FOR
                   SELECT ID, NAME
                     FROM Q.STAFF
                    WHERE DEPT = :WS-OLD-DEPT
                      FOR UPDATE OF DEPT
           END-EXEC.

           EXEC SQL
               OPEN REORGCSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'DB2REORG - OPEN CURSOR FAILED SQLCODE='
                   SQLCODE ' FOR DEPT=' WS-OLD-DEPT
               PERFORM 8000-ROLLBACK-AND-STOP
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH REORGCSR
                    INTO :WS-STAFF-ID, :WS-STAFF-NAME
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 2100-MOVE-ONE-STAFF
                   WHEN 100
                       SET WS-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY 'DB2REORG - FETCH FAILED SQLCODE='
                           SQLCODE ' FOR DEPT=' WS-OLD-DEPT
                       PERFORM 8000-ROLLBACK-AND-STOP
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE REORGCSR
           END-EXEC.

           EXEC SQL
               COMMIT
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'DB2REORG - COMMIT FAILED SQLCODE=' SQLCODE
                   ' FOR DEPT=' WS-OLD-DEPT
               PERFORM 8000-ROLLBACK-AND-STOP
           END-IF
           ADD WS-DEPT-MOVED TO WS-COUNT-STAFF-MOVED
           IF WS-DEPT-MOVED > 0
               ADD 1 TO WS-COUNT-DEPTS
           END-IF.

       2100-MOVE-ONE-STAFF.
           EXEC SQL
               UPDATE Q.STAFF
                  SET DEPT = :WS-NEW-DEPT
                WHERE CURRENT OF REORGCSR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'DB2REORG - UPDATE FAILED SQLCODE=' SQLCODE
                   ' FOR ID=' WS-STAFF-ID
               PERFORM 8000-ROLLBACK-AND-STOP
           END-IF

           EXEC SQL
               INSERT INTO Q.STAFFHIST
                   (ACTION, ID, OLD_NAME, NEW_NAME,
                    CHG_TS, CHG_SOURCE)
                   VALUES (:WS-HIST-ACTION, :WS-STAFF-ID,
                           :WS-STAFF-NAME, :WS-STAFF-NAME,
                           CURRENT TIMESTAMP, 'DB2REORG')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'DB2REORG - Q.STAFFHIST INSERT FAILED '
                   'SQLCODE=' SQLCODE ' FOR ID=' WS-STAFF-ID
               PERFORM 8000-ROLLBACK-AND-STOP
           END-IF

           MOVE WS-STAFF-ID   TO RL-STAFF-ID
           MOVE WS-STAFF-NAME TO RL-NAME
           MOVE WS-OLD-DEPT   TO RL-OLD-DEPT
           MOVE WS-NEW-DEPT   TO RL-NEW-DEPT
           WRITE RPT-RECORD FROM WS-RPT-DETAIL
           ADD 1 TO WS-DEPT-MOVED.

      *    Departments already committed stay moved; a rerun picks
      *    up from the department that failed.
       8000-ROLLBACK-AND-STOP.
           EXEC SQL
               ROLLBACK
           END-EXEC
           DISPLAY 'DB2REORG - DEPT ' WS-OLD-DEPT
               ' ROLLED BACK - FIX AND RERUN THE STEP'
           MOVE 8 TO RETURN-CODE
           CLOSE RPT-FILE
           STOP RUN.
