      *               ABND-FILE record) so the DATOPST operator
      *               screen shows every nightly program's return
      *               code, not just DATBATCH's. Nonfatal on error.
      *   2026-10-05  The extract now carries MANAGER, DIVISION and
      *               LOCATION, and the manager's name from Q.STAFF
      *               (outer join on the manager's staff id), for
      *               the division and location roll-ups on the
      *               revenue and budget reports. Null columns
      *               extract as zero / spaces.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-EOF-SW                    PIC X(1)  VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.
       01  WS-COUNT-EXTRACTED           PIC 9(7) VALUE ZEROS.
       01  WS-ORG-ROW.
           05  WS-X-MANAGER             PIC S9(4) COMP.
           05  WS-X-MGR-NAME            PIC X(9).
           05  WS-X-DIVISION            PIC X(10).
           05  WS-X-LOCATION            PIC X(13).
       01  WS-X-MANAGER-IND             PIC S9(4) COMP.
       01  WS-X-MGR-NAME-IND            PIC S9(4) COMP.
       01  WS-X-DIVISION-IND            PIC S9(4) COMP.
       01  WS-X-LOCATION-IND            PIC S9(4) COMP.

           EXEC SQL
               DECLARE ORGXCSR CURSOR FOR
                   SELECT O.DEPTNUMB, O.DEPTNAME, O.MANAGER,
                          S.NAME, O.DIVISION, O.LOCATION
                     FROM Q.ORG O
                     LEFT OUTER JOIN Q.STAFF S
                       ON S.ID = O.MANAGER
                     ORDER BY O.DEPTNUMB
           END-EXEC.

       PROCEDURE DIVISION.

           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH ORGXCSR
                    INTO :DEPTNUMB, :DEPTNAME,
                         :WS-X-MANAGER  :WS-X-MANAGER-IND,
                         :WS-X-MGR-NAME :WS-X-MGR-NAME-IND,
                         :WS-X-DIVISION :WS-X-DIVISION-IND,
                         :WS-X-LOCATION :WS-X-LOCATION-IND
               END-EXEC

               EVALUATE SQLCODE
       2000-WRITE-EXTRACT-RECORD.
           MOVE DEPTNUMB       TO ORGX-DEPTNUMB.
           MOVE DEPTNAME-TEXT  TO ORGX-DEPTNAME.
           IF WS-X-MANAGER-IND < 0
               MOVE ZEROS          TO ORGX-MANAGER
           ELSE
               MOVE WS-X-MANAGER   TO ORGX-MANAGER
           END-IF
           IF WS-X-MGR-NAME-IND < 0
               MOVE SPACES         TO ORGX-MGR-NAME
           ELSE
               MOVE WS-X-MGR-NAME  TO ORGX-MGR-NAME
           END-IF
           IF WS-X-DIVISION-IND < 0
               MOVE SPACES         TO ORGX-DIVISION
           ELSE
               MOVE WS-X-DIVISION  TO ORGX-DIVISION
           END-IF
           IF WS-X-LOCATION-IND < 0
               MOVE SPACES         TO ORGX-LOCATION
           ELSE
               MOVE WS-X-LOCATION  TO ORGX-LOCATION
           END-IF
           WRITE DATORGX-RECORD.
           ADD 1 TO WS-COUNT-EXTRACTED.

