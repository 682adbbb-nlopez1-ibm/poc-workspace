       ID DIVISION.
       PROGRAM-ID. DATCRSP.
      *----------------------------------------------------------------
      * Reads the benefits carrier's response to an enrollment feed
      * (CRSPIN, DATCRSF layout) back onto the carrier status KSDS
      * (CENFILE, DATCENR) DATCFED posted the feed to: each
      * dependent is marked accepted or rejected with the carrier's
      * reject code and reason. The report lists every reject with
      * the dependent's name and the carrier's reason so the desk
      * can correct the dependent on DATDMNT - the correction goes
      * out on the next feed. A response for a dependent sent again
      * on a later file is superseded and left alone; one for a
      * dependent never sent is listed. RC 4 = rejects or unmatched
      * responses listed; RC 8 = the trailer count disagrees with
      * the records read, or there is no trailer (a short file -
      * get it sent again).
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRSF-FILE ASSIGN TO CRSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRSF-STATUS.
           SELECT CEN-FILE ASSIGN TO CENFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CEN-KEY
               FILE STATUS IS WS-CEN-STATUS.
           SELECT DEP-FILE ASSIGN TO DEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-DEP-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRSF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCRSF.
       FD  CEN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCENR.
       FD  DEP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDEPR.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-CRSF-STATUS              PIC X(2)  VALUE '00'.
       01  WS-CEN-STATUS               PIC X(2)  VALUE '00'.
       01  WS-DEP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-TRAILER-SW               PIC X(1)  VALUE 'N'.
           88  WS-TRAILER-SEEN                   VALUE 'Y'.
       01  WS-FILE-SEQ                 PIC 9(6)  VALUE ZEROS.
       01  WS-RESPONSE-DATE            PIC X(8)  VALUE SPACES.
       01  WS-TRAILER-COUNT            PIC 9(7)  VALUE ZEROS.
       01  WS-CONTROL-TOTALS.
           05  WS-COUNT-READ           PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-ACCEPTED       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-SUPERSEDED     PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-UNMATCHED      PIC 9(7) VALUE ZEROS.
       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'DATCRSP CARRIER RESPONSE  FILE NO       '.
           05  RH-FILE-SEQ             PIC 9(6).
           05  FILLER                  PIC X(11) VALUE
               '  RECEIVED '.
           05  RH-RESPONSE-DATE        PIC X(8).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'DEP-ID  NAME                 TYP  CODE  '.
           05  FILLER                  PIC X(40) VALUE
               'REASON                                  '.
       01  WS-RPT-DETAIL.
           05  RL-DEP-ID               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-DEP-NAME             PIC X(19).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-MAINT-TYPE           PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-REJECT-CODE          PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-REASON               PIC X(40).
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATCRSP CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-READ-HEADER.

           PERFORM UNTIL WS-EOF
               READ CRSF-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       EVALUATE CRSF-D-REC-TYPE
                           WHEN 'D'
                               ADD 1 TO WS-COUNT-READ
                               PERFORM 2000-APPLY-RESPONSE
                           WHEN 'T'
                               SET WS-TRAILER-SEEN TO TRUE
                               MOVE CRSF-T-RECORD-COUNT
                                   TO WS-TRAILER-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           PERFORM 8000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.

           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   DISPLAY 'DATCRSP - NO TRAILER ON RESPONSE FILE '
                       WS-FILE-SEQ
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRAILER-COUNT NOT = WS-COUNT-READ
                   DISPLAY 'DATCRSP - TRAILER COUNT ' WS-TRAILER-COUNT
                       ' DISAGREES WITH ' WS-COUNT-READ ' READ'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-COUNT-UNMATCHED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT CRSF-FILE
           IF WS-CRSF-STATUS NOT = '00'
               DISPLAY 'DATCRSP - CRSF-FILE OPEN FAILED, STATUS='
                   WS-CRSF-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN I-O CEN-FILE
           IF WS-CEN-STATUS NOT = '00'
               DISPLAY 'DATCRSP - CEN-FILE OPEN FAILED, STATUS='
                   WS-CEN-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT DEP-FILE
           IF WS-DEP-STATUS NOT = '00'
               DISPLAY 'DATCRSP - DEP-FILE OPEN FAILED, STATUS='
                   WS-DEP-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATCRSP - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    The header names the feed file this answers; without it
      *    the responses cannot be matched to what was sent.
       1500-READ-HEADER.
           READ CRSF-FILE
               AT END
                   MOVE SPACES TO CRSF-H-REC-TYPE
           END-READ
           IF CRSF-H-REC-TYPE NOT = 'H'
               OR CRSF-H-FILE-SEQ NOT NUMERIC
               DISPLAY 'DATCRSP - RESPONSE FILE HAS NO HEADER'
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           MOVE CRSF-H-FILE-SEQ TO WS-FILE-SEQ
           IF CRSF-H-RESPONSE-DATE = SPACES
               ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
               MOVE WS-ABND-DATE TO WS-RESPONSE-DATE
           ELSE
               MOVE CRSF-H-RESPONSE-DATE TO WS-RESPONSE-DATE
           END-IF
           MOVE WS-FILE-SEQ      TO RH-FILE-SEQ
           MOVE WS-RESPONSE-DATE TO RH-RESPONSE-DATE
           WRITE RPT-RECORD FROM WS-RPT-HEADING-1
           WRITE RPT-RECORD FROM WS-RPT-HEADING-2.

       2000-APPLY-RESPONSE.
           MOVE CRSF-D-MEMBER-ID TO CEN-KEY
           READ CEN-FILE
           EVALUATE WS-CEN-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   ADD 1 TO WS-COUNT-UNMATCHED
                   MOVE SPACES TO RL-REJECT-CODE
                   MOVE 'NOT SENT - NO CARRIER STATUS ON FILE'
                                   TO RL-REASON
                   PERFORM 4000-REPORT-RESPONSE
               WHEN OTHER
                   DISPLAY 'DATCRSP - CEN-FILE READ FAILED, STATUS='
                       WS-CEN-STATUS ' FOR DEP-ID=' CRSF-D-MEMBER-ID
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9000-CLOSE-FILES
                   PERFORM 9900-WRITE-ABND-LOG
                   STOP RUN
           END-EVALUATE
           IF WS-CEN-STATUS = '00'
               EVALUATE TRUE
                   WHEN CEN-FILE-SEQ NOT = WS-FILE-SEQ
                       ADD 1 TO WS-COUNT-SUPERSEDED
                   WHEN CRSF-D-ACCEPTED
                       MOVE 'A' TO CEN-STATUS
                       PERFORM 3000-POST-RESPONSE
                       ADD 1 TO WS-COUNT-ACCEPTED
                   WHEN CRSF-D-REJECTED
                       MOVE 'R' TO CEN-STATUS
                       PERFORM 3000-POST-RESPONSE
                       ADD 1 TO WS-COUNT-REJECTED
                       MOVE CRSF-D-REJECT-CODE   TO RL-REJECT-CODE
                       MOVE CRSF-D-REJECT-REASON TO RL-REASON
                       PERFORM 4000-REPORT-RESPONSE
                   WHEN OTHER
                       ADD 1 TO WS-COUNT-UNMATCHED
                       MOVE SPACES TO RL-REJECT-CODE
                       MOVE 'INVALID RESPONSE STATUS' TO RL-REASON
                       PERFORM 4000-REPORT-RESPONSE
               END-EVALUATE
           END-IF.

       3000-POST-RESPONSE.
           MOVE WS-RESPONSE-DATE TO CEN-RESPONSE-DATE
           IF CEN-REJECTED
               MOVE CRSF-D-REJECT-CODE   TO CEN-REJECT-CODE
               MOVE CRSF-D-REJECT-REASON TO CEN-REJECT-REASON
           ELSE
               MOVE SPACES TO CEN-REJECT-CODE
               MOVE SPACES TO CEN-REJECT-REASON
           END-IF
           REWRITE DATCENR-RECORD
           IF WS-CEN-STATUS NOT = '00'
               DISPLAY 'DATCRSP - CEN-FILE UPDATE FAILED, STATUS='
                   WS-CEN-STATUS ' FOR DEP-ID=' CEN-DEP-ID
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *    The name comes from the master as it stands; a dependent
      *    since deleted shows without one.
       4000-REPORT-RESPONSE.
           MOVE CRSF-D-MEMBER-ID  TO RL-DEP-ID
           MOVE CRSF-D-MAINT-TYPE TO RL-MAINT-TYPE
           MOVE CRSF-D-MEMBER-ID  TO DEP-KEY
           READ DEP-FILE
           IF WS-DEP-STATUS = '00'
               MOVE DEP-NAME TO RL-DEP-NAME
           ELSE
               MOVE SPACES   TO RL-DEP-NAME
           END-IF
           WRITE RPT-RECORD FROM WS-RPT-DETAIL.

       8000-WRITE-CONTROL-TOTALS.
           MOVE 'RESPONSES READ'     TO RPT-LABEL
           MOVE WS-COUNT-READ        TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'ACCEPTED'           TO RPT-LABEL
           MOVE WS-COUNT-ACCEPTED    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'REJECTED'           TO RPT-LABEL
           MOVE WS-COUNT-REJECTED    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'SUPERSEDED'         TO RPT-LABEL
           MOVE WS-COUNT-SUPERSEDED  TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE 'UNMATCHED'          TO RPT-LABEL
           MOVE WS-COUNT-UNMATCHED   TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE.

       9000-CLOSE-FILES.
           CLOSE CRSF-FILE
           CLOSE CEN-FILE
           CLOSE DEP-FILE
           CLOSE RPT-FILE.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATCRSP'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
