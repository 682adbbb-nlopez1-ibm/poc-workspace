       ID DIVISION.
       PROGRAM-ID. DB2STFX.
      *----------------------------------------------------------------
      * Q.STAFF staffing extract for the monthly department
      * profitability report. Sums the staff table by department -
      * headcount, annual SALARY and annual COMM - and writes one
      * DATSTFX record per department to a DD-named extract, the way
      * DB2EXTR cuts Q.ORG for the revenue report, so DATDPRF can
      * join staffing cost to the month's revenue without SQL of its
      * own. A null commission counts as zero; staff with no
      * department extract under department zero.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STFX-FILE ASSIGN TO STFXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STFX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STFX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSTFX.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-STFX-STATUS              PIC X(2)  VALUE '00'.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-STAFF-ROW.
           05  WS-S-DEPT               PIC S9(4) COMP.
           05  WS-S-HEADCOUNT          PIC S9(9) COMP.
           05  WS-S-SALARY             PIC S9(9)V99 COMP-3.
           05  WS-S-COMM               PIC S9(9)V99 COMP-3.
       01  WS-S-DEPT-IND               PIC S9(4) COMP.
       01  WS-S-SALARY-IND             PIC S9(4) COMP.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-EXTRACTED      PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-STAFF          PIC 9(7) VALUE ZEROS.

           EXEC SQL
               DECLARE STFXCSR CURSOR FOR
                   SELECT DEPT, COUNT(*), SUM(SALARY),
                          SUM(COALESCE(COMM, 0))
                     FROM Q.STAFF
                    GROUP BY DEPT
                    ORDER BY DEPT
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN OUTPUT STFX-FILE
           IF WS-STFX-STATUS NOT = '00'
               DISPLAY 'DB2STFX - STFX-FILE OPEN FAILED, STATUS='
                   WS-STFX-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               OPEN STFXCSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'DB2STFX - OPEN CURSOR FAILED SQLCODE='
                   SQLCODE
               MOVE 8 TO RETURN-CODE
               CLOSE STFX-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH STFXCSR
                    INTO :WS-S-DEPT :WS-S-DEPT-IND,
                         :WS-S-HEADCOUNT,
                         :WS-S-SALARY :WS-S-SALARY-IND,
                         :WS-S-COMM
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 2000-WRITE-EXTRACT-ROW
                   WHEN 100
                       SET WS-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY 'DB2STFX - FETCH FAILED SQLCODE='
                           SQLCODE
                       MOVE 8 TO RETURN-CODE
                       SET WS-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL
               CLOSE STFXCSR
           END-EXEC.

           CLOSE STFX-FILE.
           DISPLAY 'DB2STFX - DEPARTMENTS EXTRACTED='
               WS-COUNT-EXTRACTED ' STAFF=' WS-COUNT-STAFF.
           STOP RUN.

       2000-WRITE-EXTRACT-ROW.
           MOVE SPACES TO DATSTFX-RECORD
           IF WS-S-DEPT-IND < 0
               MOVE ZEROS TO STFX-DEPT
           ELSE
               MOVE WS-S-DEPT TO STFX-DEPT
           END-IF
           MOVE WS-S-HEADCOUNT TO STFX-HEADCOUNT
           IF WS-S-SALARY-IND < 0
               MOVE ZEROS TO STFX-SALARY
           ELSE
               MOVE WS-S-SALARY TO STFX-SALARY
           END-IF
           MOVE WS-S-COMM TO STFX-COMM
           WRITE DATSTFX-RECORD
           IF WS-STFX-STATUS NOT = '00'
               DISPLAY 'DB2STFX - STFX-FILE WRITE FAILED, STATUS='
                   WS-STFX-STATUS
               MOVE 12 TO RETURN-CODE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-COUNT-EXTRACTED
               ADD WS-S-HEADCOUNT TO WS-COUNT-STAFF
           END-IF.
