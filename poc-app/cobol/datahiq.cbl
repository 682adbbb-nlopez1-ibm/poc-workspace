       ID DIVISION.
       PROGRAM-ID. DATAHIQ.
      *----------------------------------------------------------------
      * Customer account history inquiry (map DATMAHI, transid DAHI).
      * The desk keys an account number and ENTER shows the account
      * from ACCTFILE - name, company, status, running balance and
      * last activity date - with its first page of postings from
      * ACTHFILE, newest first (the history key carries the inverted
      * transaction date). PF8 pages to older postings, PF7 back to
      * newer ones (READPREV). Same pseudo-conversational shape as
      * DATDBRW; the commarea carries the account and the page's
      * first/last history keys. Needs the inquire flag on SECFILE,
      * and a company-limited operator cannot see another company's
      * account.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *   2026-10-05  Security violations: every refusal on the
      *               operator's SECFILE row - no row, function not
      *               granted, another company's record - is written
      *               to the SVIO queue (DATSVCK). Refusals count
      *               toward the region's daily limit, which
      *               suspends the operator; a suspended operator is
      *               refused everything.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
           COPY DFHAID.
           COPY DATMAPM.
           COPY DATSHARE.
           COPY DATACCT.
           COPY DATACTH.
           COPY DATSECR.
           COPY DATSVIO.
           COPY DATSVWK.
      *
       01  WS-OPERATOR             PIC X(8).
       01  WS-SEC-OK-SW            PIC X(1).
           88  WS-SEC-OK                    VALUE 'Y'.
       01  WS-ACCT-OK-SW           PIC X(1).
           88  WS-ACCT-OK                   VALUE 'Y'.
       01  WS-ROWS-PER-PAGE        PIC S9(4) COMP VALUE +10.
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-ROW-IX               PIC S9(4) COMP.
       01  WS-PREV-IX              PIC S9(4) COMP.
       01  WS-PREV-COUNT           PIC S9(4) COMP.
       01  WS-BROWSE-KEY           PIC X(24).
       01  WS-EFF-COMPANY          PIC X(4).
       01  WS-BAL-EDITED           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DONE-SW              PIC X(1).
           88  WS-DONE                      VALUE 'Y'.
       01  WS-ROW-LINE.
           05  WS-RL-DATE          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-TRANID        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-TYPE          PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-BALANCE       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-RL-CURRENCY      PIC X(3).
           05  FILLER              PIC X(7)  VALUE SPACES.
       01  WS-PREV-RECORDS.
           05  WS-PREV-RECORD      PIC X(80) OCCURS 10 TIMES.
       01  WS-OUT-COMMAREA.
           05  WS-CA-ACCOUNT       PIC X(10).
           05  WS-CA-FIRST-KEY     PIC X(24).
           05  WS-CA-LAST-KEY      PIC X(24).
           05  WS-CA-ROW-COUNT     PIC 9(2).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-ACCOUNT          PIC X(10).
           05  CA-FIRST-KEY        PIC X(24).
           05  CA-LAST-KEY         PIC X(24).
           05  CA-ROW-COUNT        PIC 9(2).
      *
       PROCEDURE DIVISION.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-ENTRY
           ELSE
               PERFORM 2000-NEXT-ENTRY
           END-IF.

       1000-FIRST-ENTRY.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.
           MOVE LOW-VALUES TO DATMAHII
           MOVE SPACES     TO AHIMSGO
           MOVE SPACES     TO WS-OUT-COMMAREA
           MOVE ZEROS      TO WS-CA-ROW-COUNT
           PERFORM 4000-CLEAR-PAGE
           PERFORM 0500-READ-ENTITLEMENT
           IF NOT WS-SEC-OK OR NOT SEC-MAY-INQUIRE
               MOVE 'NOT AUTHORIZED TO INQUIRE' TO AHIMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE SPACES TO WS-SVIO-KEY
               PERFORM 9700-LOG-FUNCTION-DENIAL
           ELSE
               MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER'
                               TO AHIMSGO
           END-IF
           PERFORM 5000-SEND-HISTORY-SCREEN
           PERFORM 8000-RETURN-TRANSID.

       2000-NEXT-ENTRY.
           MOVE DFHCOMMAREA TO WS-OUT-COMMAREA
           PERFORM 0500-READ-ENTITLEMENT
           IF (NOT WS-SEC-OK OR NOT SEC-MAY-INQUIRE)
               AND EIBAID NOT = DFHCLEAR
               AND EIBAID NOT = DFHPF3
               MOVE LOW-VALUES TO DATMAHII
               PERFORM 4000-CLEAR-PAGE
               MOVE 'NOT AUTHORIZED TO INQUIRE' TO AHIMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE WS-CA-ACCOUNT TO WS-SVIO-KEY
               PERFORM 9700-LOG-FUNCTION-DENIAL
               PERFORM 5000-SEND-HISTORY-SCREEN
               PERFORM 8000-RETURN-TRANSID
           END-IF

           EVALUATE EIBAID
               WHEN DFHCLEAR
                   EXEC CICS
                        RETURN
                   END-EXEC
               WHEN DFHPF3
                   EXEC CICS
                        RETURN
                   END-EXEC
               WHEN DFHENTER
                   PERFORM 2100-PROCESS-ENTER THRU 2100-EXIT
               WHEN DFHPF8
                   PERFORM 2200-PAGE-OLDER
               WHEN DFHPF7
                   PERFORM 2300-PAGE-NEWER
               WHEN OTHER
                   MOVE LOW-VALUES TO DATMAHII
                   PERFORM 2500-LOAD-ACCOUNT THRU 2500-EXIT
                   IF WS-ACCT-OK
                       MOVE CA-FIRST-KEY TO WS-BROWSE-KEY
                       PERFORM 3000-FILL-PAGE-FORWARD
                   END-IF
                   MOVE 'INVALID KEY - ENTER, PF7, PF8, PF3 OR CLEAR'
                                   TO AHIMSGO
           END-EVALUATE

           PERFORM 5000-SEND-HISTORY-SCREEN
           PERFORM 8000-RETURN-TRANSID.

       2100-PROCESS-ENTER.
           EXEC CICS
                RECEIVE MAP('DATMAHI')
                        MAPSET('DATMAPM')
                        INTO(DATMAHII)
                        RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF AHIACI NOT = SPACES AND LOW-VALUES
                       MOVE AHIACI TO WS-CA-ACCOUNT
                   END-IF
               WHEN DFHRESP(MAPFAIL)
                   CONTINUE
               WHEN OTHER
                   MOVE LOW-VALUES TO DATMAHII
                   PERFORM 4000-CLEAR-PAGE
                   MOVE 'ERROR RECEIVING MAP INPUT' TO AHIMSGO
                   GO TO 2100-EXIT
           END-EVALUATE
           MOVE LOW-VALUES TO DATMAHII
           IF WS-CA-ACCOUNT = SPACES OR LOW-VALUES
               PERFORM 4000-CLEAR-PAGE
               MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER'
                               TO AHIMSGO
               GO TO 2100-EXIT
           END-IF
      *    ENTER always starts the list over at the newest posting.
           PERFORM 2500-LOAD-ACCOUNT THRU 2500-EXIT
           IF WS-ACCT-OK
               PERFORM 2600-SET-TOP-KEY
               PERFORM 3000-FILL-PAGE-FORWARD
           END-IF.
       2100-EXIT.
           EXIT.

       2200-PAGE-OLDER.
           MOVE LOW-VALUES TO DATMAHII
           PERFORM 2500-LOAD-ACCOUNT THRU 2500-EXIT
           IF WS-ACCT-OK
               IF CA-ROW-COUNT = ZEROS
                   PERFORM 2600-SET-TOP-KEY
                   PERFORM 3000-FILL-PAGE-FORWARD
               ELSE
                   MOVE CA-LAST-KEY TO WS-BROWSE-KEY
                   PERFORM 3100-FILL-PAGE-AFTER-KEY
               END-IF
           END-IF.

       2300-PAGE-NEWER.
           MOVE LOW-VALUES TO DATMAHII
           PERFORM 2500-LOAD-ACCOUNT THRU 2500-EXIT
           IF WS-ACCT-OK
               IF CA-ROW-COUNT = ZEROS
                   PERFORM 2600-SET-TOP-KEY
                   PERFORM 3000-FILL-PAGE-FORWARD
               ELSE
                   PERFORM 3200-FILL-PAGE-BACKWARD
               END-IF
           END-IF.

      *    Reads the commarea account and formats the header fields.
      *    A blank company on the account is the shared company,
      *    same as every other reader of ACCTFILE.
       2500-LOAD-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK-SW
           IF WS-CA-ACCOUNT = SPACES OR LOW-VALUES
               PERFORM 4000-CLEAR-PAGE
               MOVE 'KEY AN ACCOUNT NUMBER AND PRESS ENTER'
                               TO AHIMSGO
               GO TO 2500-EXIT
           END-IF
           MOVE WS-CA-ACCOUNT TO ACCT-NUMBER
           EXEC CICS
                READ DATASET('ACCTFILE')
                     INTO(DATACCT-RECORD)
                     RIDFLD(ACCT-KEY)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               PERFORM 4000-CLEAR-PAGE
               MOVE 'ACCOUNT NOT ON FILE' TO AHIMSGO
               GO TO 2500-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 4000-CLEAR-PAGE
               MOVE 'ERROR READING ACCOUNT FILE' TO AHIMSGO
               GO TO 2500-EXIT
           END-IF
           IF ACCT-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO WS-EFF-COMPANY
           ELSE
               MOVE ACCT-COMPANY TO WS-EFF-COMPANY
           END-IF
           IF SEC-COMPANY NOT = SPACES
               AND WS-EFF-COMPANY NOT = SEC-COMPANY
               PERFORM 4000-CLEAR-PAGE
               MOVE 'ACCOUNT BELONGS TO ANOTHER COMPANY' TO AHIMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE WS-CA-ACCOUNT TO WS-SVIO-KEY
               MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
               PERFORM 9710-LOG-COMPANY-DENIAL
               GO TO 2500-EXIT
           END-IF
           MOVE WS-EFF-COMPANY   TO AHICOO
           EVALUATE TRUE
               WHEN ACCT-OPEN
                   MOVE 'OPEN'   TO AHISTO
               WHEN ACCT-CLOSED
                   MOVE 'CLOSED' TO AHISTO
               WHEN OTHER
                   MOVE ACCT-STATUS TO AHISTO
           END-EVALUATE
           MOVE ACCT-NAME        TO AHINMO
           MOVE ACCT-BALANCE     TO WS-BAL-EDITED
           MOVE WS-BAL-EDITED    TO AHIBLO
           MOVE ACCT-LAST-ACTIVITY-DATE TO AHILAO
           SET WS-ACCT-OK TO TRUE.
       2500-EXIT.
           EXIT.

      *    The newest posting for the account is the lowest history
      *    key under it.
       2600-SET-TOP-KEY.
           MOVE LOW-VALUES    TO ACTH-KEY
           MOVE WS-CA-ACCOUNT TO ACTH-ACCOUNT
           MOVE ACTH-KEY      TO WS-BROWSE-KEY.

      *    List a page starting at WS-BROWSE-KEY itself.
       3000-FILL-PAGE-FORWARD.
           PERFORM 4000-CLEAR-PAGE
           MOVE WS-BROWSE-KEY TO ACTH-KEY
           EXEC CICS
                STARTBR DATASET('ACTHFILE')
                        RIDFLD(ACTH-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO POSTINGS FOR THIS ACCOUNT' TO AHIMSGO
           ELSE
               PERFORM 4100-READ-PAGE-ROWS
               EXEC CICS
                    ENDBR DATASET('ACTHFILE')
               END-EXEC
               IF WS-CA-ROW-COUNT = ZEROS
                   MOVE 'NO POSTINGS FOR THIS ACCOUNT' TO AHIMSGO
               END-IF
           END-IF.

      *    Page to older postings: list starts at the history row
      *    after WS-BROWSE-KEY (the bottom row of the page being
      *    left). Nothing older leaves the current page up.
       3100-FILL-PAGE-AFTER-KEY.
           PERFORM 4000-CLEAR-PAGE
           MOVE WS-BROWSE-KEY TO ACTH-KEY
           EXEC CICS
                STARTBR DATASET('ACTHFILE')
                        RIDFLD(ACTH-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS
                    READNEXT DATASET('ACTHFILE')
                             INTO(DATACTH-RECORD)
                             RIDFLD(ACTH-KEY)
                             RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND ACTH-KEY NOT = WS-BROWSE-KEY
      *            The bottom-row record is gone (removed between
      *            entries) - what came back is already the next
      *            record, so it belongs on the new page.
                   PERFORM 4150-FORMAT-PAGE-ROW
                       THRU 4150-EXIT
               END-IF
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 4100-READ-PAGE-ROWS
               END-IF
               EXEC CICS
                    ENDBR DATASET('ACTHFILE')
               END-EXEC
           END-IF
           IF WS-CA-ROW-COUNT = ZEROS
               MOVE CA-FIRST-KEY TO WS-BROWSE-KEY
               PERFORM 3000-FILL-PAGE-FORWARD
               MOVE 'END OF HISTORY - NO OLDER POSTINGS' TO AHIMSGO
           END-IF.

      *    Page to newer postings: collect up to a page of rows
      *    above the current first row with READPREV, then show
      *    them in key order (the collection comes back reversed).
       3200-FILL-PAGE-BACKWARD.
           MOVE CA-FIRST-KEY TO ACTH-KEY
           MOVE ZEROS TO WS-PREV-COUNT
           EXEC CICS
                STARTBR DATASET('ACTHFILE')
                        RIDFLD(ACTH-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-DONE-SW
      *        First READPREV returns the positioned record itself -
      *        the current top row - which does not belong on the
      *        new page.
               EXEC CICS
                    READPREV DATASET('ACTHFILE')
                             INTO(DATACTH-RECORD)
                             RIDFLD(ACTH-KEY)
                             RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-DONE TO TRUE
               END-IF
               PERFORM 4200-COLLECT-PREV-ROW
                   UNTIL WS-DONE
                   OR WS-PREV-COUNT = WS-ROWS-PER-PAGE
               EXEC CICS
                    ENDBR DATASET('ACTHFILE')
               END-EXEC
           END-IF
           IF WS-PREV-COUNT = ZEROS
               MOVE CA-FIRST-KEY TO WS-BROWSE-KEY
               PERFORM 3000-FILL-PAGE-FORWARD
               MOVE 'TOP OF HISTORY - NO NEWER POSTINGS' TO AHIMSGO
           ELSE
               PERFORM 4000-CLEAR-PAGE
               MOVE WS-PREV-COUNT TO WS-PREV-IX
               PERFORM 4250-UNLOAD-PREV-ROWS
                   UNTIL WS-PREV-IX < 1
           END-IF.

      *    An operator with no entitlement row is entitled to
      *    nothing - reaching the region is not an entitlement.
       0500-READ-ENTITLEMENT.
           MOVE 'N' TO WS-SEC-OK-SW
           PERFORM 9740-READ-SEC-ROW
           MOVE WS-SVIO-OPERATOR TO WS-OPERATOR
           IF WS-SVIO-ROW-OK
               SET WS-SEC-OK TO TRUE
           ELSE
               MOVE SPACES TO DATSECR-RECORD
           END-IF.

       4000-CLEAR-PAGE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                   UNTIL WS-ROW-IX > WS-ROWS-PER-PAGE
               MOVE SPACES TO AHLINO (WS-ROW-IX)
           END-PERFORM
           MOVE ZEROS  TO WS-CA-ROW-COUNT
           MOVE SPACES TO WS-CA-FIRST-KEY
           MOVE SPACES TO WS-CA-LAST-KEY.

      *    Reads forward until a full page or the first row of the
      *    next account.
       4100-READ-PAGE-ROWS.
           MOVE 'N' TO WS-DONE-SW
           PERFORM UNTIL WS-DONE
                   OR WS-CA-ROW-COUNT = WS-ROWS-PER-PAGE
               EXEC CICS
                    READNEXT DATASET('ACTHFILE')
                             INTO(DATACTH-RECORD)
                             RIDFLD(ACTH-KEY)
                             RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND ACTH-ACCOUNT = WS-CA-ACCOUNT
                   PERFORM 4150-FORMAT-PAGE-ROW
                       THRU 4150-EXIT
               ELSE
                   SET WS-DONE TO TRUE
               END-IF
           END-PERFORM.

      *    A row under another account never takes a slot on the
      *    page.
       4150-FORMAT-PAGE-ROW.
           IF ACTH-ACCOUNT NOT = WS-CA-ACCOUNT
               GO TO 4150-EXIT
           END-IF
           ADD 1 TO WS-CA-ROW-COUNT
           MOVE WS-CA-ROW-COUNT TO WS-ROW-IX
           MOVE ACTH-TRAN-DATE  TO WS-RL-DATE
           MOVE ACTH-TRAN-ID    TO WS-RL-TRANID
           MOVE ACTH-TRAN-TYPE  TO WS-RL-TYPE
           MOVE ACTH-AMOUNT     TO WS-RL-AMOUNT
           MOVE ACTH-BALANCE    TO WS-RL-BALANCE
           MOVE ACTH-CURRENCY   TO WS-RL-CURRENCY
           MOVE WS-ROW-LINE TO AHLINO (WS-ROW-IX)
           IF WS-CA-ROW-COUNT = 1
               MOVE ACTH-KEY TO WS-CA-FIRST-KEY
           END-IF
           MOVE ACTH-KEY TO WS-CA-LAST-KEY.
       4150-EXIT.
           EXIT.

      *    Stops at the first row of the account above, the way
      *    forward paging stops at the account below.
       4200-COLLECT-PREV-ROW.
           EXEC CICS
                READPREV DATASET('ACTHFILE')
                         INTO(DATACTH-RECORD)
                         RIDFLD(ACTH-KEY)
                         RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND ACTH-ACCOUNT = WS-CA-ACCOUNT
               ADD 1 TO WS-PREV-COUNT
               MOVE DATACTH-RECORD
                   TO WS-PREV-RECORD (WS-PREV-COUNT)
           ELSE
               SET WS-DONE TO TRUE
           END-IF.

       4250-UNLOAD-PREV-ROWS.
           MOVE WS-PREV-RECORD (WS-PREV-IX) TO DATACTH-RECORD
           PERFORM 4150-FORMAT-PAGE-ROW
                       THRU 4150-EXIT
           SUBTRACT 1 FROM WS-PREV-IX.

       5000-SEND-HISTORY-SCREEN.
           MOVE WS-CA-ACCOUNT TO AHIACO
           IF WS-SVIO-SCREEN-MSG NOT = SPACES
               MOVE WS-SVIO-SCREEN-MSG TO AHIMSGO
           END-IF
           IF AHIMSGO = SPACES OR LOW-VALUES
               MOVE 'PF8 FOR OLDER POSTINGS, PF7 FOR NEWER'
                               TO AHIMSGO
           END-IF
           EXEC CICS
                SEND MAP ('DATMAHI')
                     MAPSET('DATMAPM')
                     FROM(DATMAHIO)
                     ERASE
           END-EXEC.

       8000-RETURN-TRANSID.
           EXEC CICS
                RETURN TRANSID('DAHI')
                       COMMAREA(WS-OUT-COMMAREA)
           END-EXEC.

           COPY DATSVCK.
