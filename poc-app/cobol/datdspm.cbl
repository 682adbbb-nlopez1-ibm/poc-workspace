       ID DIVISION.
       PROGRAM-ID. DATDSPM.
      *----------------------------------------------------------------
      * Dispute case maintenance (map DATMDSP, transid DDSP). The
      * dispute desk keys the TRAN-ID of a posted sale, sees the
      * transaction and any case already open against it, and works
      * the case: PF5 opens one (reason code required, response
      * deadline typed or defaulted to 30 days out) and flags the
      * provisional-credit chargeback for tonight's DATDSPP pass,
      * PF6 files a note on an open case, PF9 closes it with the
      * outcome - W (merchant won) flags the re-presentment that
      * puts the money back, L (merchant lost) lets the chargeback
      * stand. Same pseudo-conversational shape as DATHOLD; every
      * case carries the operator who opened it and the last one
      * to touch it, so "who owns that dispute" has an answer.
      * Inquiring needs the inquire flag on SECFILE, opening a case
      * the add flag, notes and closes the change flag, and a
      * company-limited operator cannot see or work another
      * company's disputes.
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
           COPY DATTRAN.
           COPY DATSECR.
           COPY DATSVIO.
           COPY DATSVWK.
           COPY DATDISP.
      *
       01  WS-TRANID               PIC X(6).
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-WRITE-RESP           PIC S9(8) COMP.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7)  COMP.
       01  WS-DEADLINE-DATE        PIC 9(8).
       01  WS-RESPONSE-DAYS        PIC 9(3)  VALUE 30.
       01  WS-AMT-EDITED           PIC -Z,ZZZ,ZZ9.99.
       01  WS-OPERATOR             PIC X(8).
       01  WS-SEC-OK-SW            PIC X(1).
           88  WS-SEC-OK                    VALUE 'Y'.
       01  WS-EFF-COMPANY          PIC X(4).
       01  WS-CASE-LOCKED-SW       PIC X(1).
           88  WS-CASE-LOCKED               VALUE 'Y'.
       01  WS-ACTION               PIC X(5).
           88  WS-ACT-OPEN                  VALUE 'OPEN'.
           88  WS-ACT-NOTE                  VALUE 'NOTE'.
           88  WS-ACT-CLOSE                 VALUE 'CLOSE'.
      *    The typed fields, saved off the input map before the
      *    output map (which redefines it) is cleared.
       01  WS-SCREEN-INPUT.
           05  WS-IN-REASON        PIC X(4).
           05  WS-IN-DEADLINE      PIC X(8).
           05  WS-IN-DEADLINE-NUM  REDEFINES WS-IN-DEADLINE
                                   PIC 9(8).
           05  WS-IN-OUTCOME       PIC X(1).
           05  WS-IN-NOTE          PIC X(60).
       01  WS-OUT-COMMAREA.
           05  WS-CA-TRANID         PIC X(6).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-TRANID            PIC X(6).
      *
       PROCEDURE DIVISION.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-ENTRY
           ELSE
               PERFORM 2000-NEXT-ENTRY
           END-IF.

       1000-FIRST-ENTRY.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.
           MOVE LOW-VALUES TO DATMDSPI.
           MOVE SPACES     TO DSPMSGO.
           MOVE SPACES     TO WS-TRANID.
           PERFORM 5000-SEND-DISPUTE-SCREEN.
           PERFORM 8000-RETURN-TRANSID.

       2000-NEXT-ENTRY.
           MOVE CA-TRANID TO WS-TRANID.

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
                   PERFORM 2100-PROCESS-ENTER
                   PERFORM 5000-SEND-DISPUTE-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN DFHPF5
                   SET WS-ACT-OPEN TO TRUE
                   PERFORM 3000-APPLY-ACTION
                   PERFORM 5000-SEND-DISPUTE-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN DFHPF6
                   SET WS-ACT-NOTE TO TRUE
                   PERFORM 3000-APPLY-ACTION
                   PERFORM 5000-SEND-DISPUTE-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN DFHPF9
                   SET WS-ACT-CLOSE TO TRUE
                   PERFORM 3000-APPLY-ACTION
                   PERFORM 5000-SEND-DISPUTE-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN OTHER
                   MOVE LOW-VALUES TO DATMDSPI
                   MOVE 'INVALID KEY - ENTER, PF5/6/9, PF3 OR CLEAR'
                                   TO DSPMSGO
                   MOVE WS-TRANID  TO DSPIDO
                   PERFORM 5000-SEND-DISPUTE-SCREEN
                   PERFORM 8000-RETURN-TRANSID
           END-EVALUATE.

       2100-PROCESS-ENTER.
           EXEC CICS
                RECEIVE MAP('DATMDSP')
                        MAPSET('DATMAPM')
                        INTO(DATMDSPI)
                        RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF DSPIDI NOT = SPACES AND LOW-VALUES
                       MOVE DSPIDI TO WS-TRANID
                   END-IF
                   PERFORM 2500-LOOKUP-DISPUTE
               WHEN DFHRESP(MAPFAIL)
                   PERFORM 2500-LOOKUP-DISPUTE
               WHEN OTHER
                   MOVE LOW-VALUES TO DATMDSPI
                   MOVE 'ERROR RECEIVING MAP INPUT' TO DSPMSGO
           END-EVALUATE.

       2500-LOOKUP-DISPUTE.
           MOVE LOW-VALUES TO DATMDSPO
           MOVE SPACES     TO DSPMSGO
           PERFORM 2450-READ-ENTITLEMENT
           IF NOT WS-SEC-OK OR NOT SEC-MAY-INQUIRE
               MOVE 'NOT AUTHORIZED TO INQUIRE' TO DSPMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               PERFORM 9700-LOG-FUNCTION-DENIAL
           ELSE
           IF WS-TRANID = SPACES OR LOW-VALUES
               MOVE 'ENTER A TRANSACTION ID' TO DSPMSGO
           ELSE
               EXEC CICS
                    READ DATASET('TRANFILE')
                         INTO(DATTRAN-RECORD)
                         RIDFLD(WS-TRANID)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 2600-FORMAT-DISPUTE
                       THRU 2600-EXIT
                   WHEN DFHRESP(NOTFND)
                       MOVE 'TRANSACTION NOT FOUND' TO DSPMSGO
                   WHEN OTHER
                       MOVE 'ERROR READING TRANSACTION FILE'
                                       TO DSPMSGO
               END-EVALUATE
           END-IF
           END-IF.

      *    An operator with no entitlement row is entitled to
      *    nothing - reaching the region is not an entitlement.
       2450-READ-ENTITLEMENT.
           MOVE 'N' TO WS-SEC-OK-SW
           PERFORM 9740-READ-SEC-ROW
           MOVE WS-SVIO-OPERATOR TO WS-OPERATOR
           IF WS-SVIO-ROW-OK
               SET WS-SEC-OK TO TRUE
           ELSE
               MOVE SPACES TO DATSECR-RECORD
           END-IF.

       2550-SET-EFF-COMPANY.
           IF TRAN-COMPANY = SPACES
               MOVE SHARED-COMPANY-CODE TO WS-EFF-COMPANY
           ELSE
               MOVE TRAN-COMPANY TO WS-EFF-COMPANY
           END-IF.

      *    The transaction, then its case if one is on file. Only a
      *    posted sale can be disputed, so the prompt says so.
       2600-FORMAT-DISPUTE.
           PERFORM 2550-SET-EFF-COMPANY
           IF SEC-COMPANY NOT = SPACES
               AND WS-EFF-COMPANY NOT = SEC-COMPANY
               MOVE LOW-VALUES TO DATMDSPO
               MOVE 'NOT AUTHORIZED FOR THIS COMPANY' TO DSPMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
               PERFORM 9710-LOG-COMPANY-DENIAL
               GO TO 2600-EXIT
           END-IF
           MOVE WS-EFF-COMPANY TO DSPCOO
           MOVE TRAN-DATE      TO DSPDTO
           MOVE TRAN-TYPE      TO DSPTYO
           MOVE TRAN-AMOUNT    TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED  TO DSPAMTO
           EVALUATE TRUE
               WHEN TRAN-PROCESSED
                   MOVE 'PROCESSED'   TO DSPTSO
               WHEN TRAN-UNPROCESSED
                   MOVE 'UNPROCESSED' TO DSPTSO
               WHEN TRAN-HELD
                   MOVE 'HELD'        TO DSPTSO
               WHEN TRAN-REJECTED
                   MOVE 'REJECTED'    TO DSPTSO
               WHEN TRAN-FUTURE
                   MOVE 'PENDING'     TO DSPTSO
               WHEN OTHER
                   MOVE TRAN-STATUS   TO DSPTSO
           END-EVALUATE
           EXEC CICS
                READ DATASET('DISPFILE')
                     INTO(DATDISP-RECORD)
                     RIDFLD(WS-TRANID)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2700-FORMAT-CASE
                   IF DISP-OPEN
                       MOVE
                       'PF6 FILES A NOTE, PF9 CLOSES (KEY OUTCOME W/L)'
                                       TO DSPMSGO
                   ELSE
                       MOVE 'CASE IS CLOSED' TO DSPMSGO
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'NO CASE'      TO DSPCSO
                   IF TRAN-TYPE = 'SA' AND TRAN-PROCESSED
                       MOVE
                       'NO CASE - KEY REASON AND DEADLINE, PF5 OPENS'
                                       TO DSPMSGO
                   ELSE
                       MOVE
                       'NO CASE - ONLY A POSTED SALE CAN BE DISPUTED'
                                       TO DSPMSGO
                   END-IF
               WHEN OTHER
                   MOVE 'ERROR READING DISPUTE FILE' TO DSPMSGO
           END-EVALUATE.
       2600-EXIT.
           EXIT.

       2700-FORMAT-CASE.
           EVALUATE TRUE
               WHEN DISP-OPEN
                   MOVE 'OPEN'        TO DSPCSO
               WHEN DISP-CLOSED AND DISP-MERCHANT-WON
                   MOVE 'CLOSED-WON'  TO DSPCSO
               WHEN DISP-CLOSED AND DISP-MERCHANT-LOST
                   MOVE 'CLOSED-LOST' TO DSPCSO
               WHEN OTHER
                   MOVE DISP-STATUS   TO DSPCSO
           END-EVALUATE
           EVALUATE TRUE
               WHEN DISP-CB-PENDING
                   MOVE 'CHARGEBACK'  TO DSPPNO
               WHEN DISP-RP-PENDING
                   MOVE 'RE-PRESENT'  TO DSPPNO
               WHEN OTHER
                   MOVE 'NONE'        TO DSPPNO
           END-EVALUATE
           MOVE DISP-REASON-CODE   TO DSPRSO
           MOVE DISP-DEADLINE-DATE TO DSPDLO
           MOVE DISP-OWNER         TO DSPOWO
           MOVE DISP-OPENED-DATE   TO DSPOPO
           MOVE DISP-LAST-OPERATOR TO DSPLOO
           MOVE DISP-LAST-DATE     TO DSPLDO
           MOVE DISP-OUTCOME       TO DSPOCO
           MOVE DISP-CLOSED-DATE   TO DSPCDO
           MOVE DISP-CB-TRAN-ID    TO DSPCBO
           MOVE DISP-RP-TRAN-ID    TO DSPRPO
           MOVE DISP-NOTE          TO DSPNTO.

       3000-APPLY-ACTION.
           MOVE LOW-VALUES TO DATMDSPI
           EXEC CICS
                RECEIVE MAP('DATMDSP')
                        MAPSET('DATMAPM')
                        INTO(DATMDSPI)
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO DATMDSPI
               MOVE 'ERROR RECEIVING MAP INPUT' TO DSPMSGO
           ELSE
               PERFORM 3050-SAVE-SCREEN-INPUT
               MOVE LOW-VALUES TO DATMDSPO
               MOVE SPACES     TO DSPMSGO
               PERFORM 2450-READ-ENTITLEMENT
               EVALUATE TRUE
                   WHEN NOT WS-SEC-OK
                       MOVE 'NOT AUTHORIZED TO WORK DISPUTES'
                                       TO DSPMSGO
                       PERFORM 3080-LOG-ACTION-DENIAL
                   WHEN WS-ACT-OPEN AND NOT SEC-MAY-ADD
                       MOVE 'NOT AUTHORIZED TO OPEN CASES'
                                       TO DSPMSGO
                       PERFORM 3080-LOG-ACTION-DENIAL
                   WHEN NOT WS-ACT-OPEN AND NOT SEC-MAY-CHANGE
                       MOVE 'NOT AUTHORIZED TO CHANGE CASES'
                                       TO DSPMSGO
                       PERFORM 3080-LOG-ACTION-DENIAL
                   WHEN WS-TRANID = SPACES OR LOW-VALUES
                       MOVE 'INQUIRE ON A TRANSACTION FIRST'
                                       TO DSPMSGO
                   WHEN OTHER
                       PERFORM 3070-READ-DISPUTED-TRAN
                           THRU 3070-EXIT
               END-EVALUATE
           END-IF.

       3050-SAVE-SCREEN-INPUT.
           MOVE SPACES TO WS-SCREEN-INPUT
           IF DSPRSI NOT = SPACES AND LOW-VALUES
               MOVE DSPRSI TO WS-IN-REASON
           END-IF
           IF DSPDLI NOT = SPACES AND LOW-VALUES
               MOVE DSPDLI TO WS-IN-DEADLINE
           END-IF
           IF DSPOCI NOT = SPACES AND LOW-VALUES
               MOVE DSPOCI TO WS-IN-OUTCOME
           END-IF
           IF DSPNTI NOT = SPACES AND LOW-VALUES
               MOVE DSPNTI TO WS-IN-NOTE
           END-IF.

       3070-READ-DISPUTED-TRAN.
           EXEC CICS
                READ DATASET('TRANFILE')
                     INTO(DATTRAN-RECORD)
                     RIDFLD(WS-TRANID)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'TRANSACTION NOT FOUND' TO DSPMSGO
                   GO TO 3070-EXIT
               WHEN OTHER
                   MOVE 'ERROR READING TRANSACTION FILE' TO DSPMSGO
                   GO TO 3070-EXIT
           END-EVALUATE
           PERFORM 2550-SET-EFF-COMPANY
           IF SEC-COMPANY NOT = SPACES
               AND WS-EFF-COMPANY NOT = SEC-COMPANY
               MOVE 'NOT AUTHORIZED FOR THIS COMPANY' TO DSPMSGO
               MOVE WS-ACTION TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
               PERFORM 9710-LOG-COMPANY-DENIAL
               GO TO 3070-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN WS-ACT-OPEN
                   PERFORM 3100-OPEN-CASE
                       THRU 3100-EXIT
               WHEN WS-ACT-NOTE
                   PERFORM 3200-FILE-NOTE
                       THRU 3200-EXIT
               WHEN WS-ACT-CLOSE
                   PERFORM 3300-CLOSE-CASE
                       THRU 3300-EXIT
           END-EVALUATE.
       3070-EXIT.
           EXIT.

       3080-LOG-ACTION-DENIAL.
           MOVE WS-ACTION TO WS-SVIO-FUNCTION
           MOVE WS-TRANID TO WS-SVIO-KEY
           PERFORM 9700-LOG-FUNCTION-DENIAL.

      *    A new case flags the provisional-credit chargeback; the
      *    nightly DATDSPP pass writes it onto TRAN-FILE as type CB
      *    and DATBATCH posts it like any other transaction.
       3100-OPEN-CASE.
           IF TRAN-TYPE NOT = 'SA' OR NOT TRAN-PROCESSED
               PERFORM 2600-FORMAT-DISPUTE
                   THRU 2600-EXIT
               MOVE 'ONLY A POSTED SALE CAN BE DISPUTED' TO DSPMSGO
               GO TO 3100-EXIT
           END-IF
           IF WS-IN-REASON = SPACES
               PERFORM 2600-FORMAT-DISPUTE
                   THRU 2600-EXIT
               MOVE 'KEY A REASON CODE TO OPEN A CASE' TO DSPMSGO
               GO TO 3100-EXIT
           END-IF
           IF WS-IN-DEADLINE = SPACES
               COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   + WS-RESPONSE-DAYS
               COMPUTE WS-DEADLINE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-TODAY-INT)
           ELSE
               IF WS-IN-DEADLINE NOT NUMERIC
                   OR WS-IN-DEADLINE-NUM NOT > WS-TODAY-DATE
                   PERFORM 2600-FORMAT-DISPUTE
                       THRU 2600-EXIT
                   MOVE 'DEADLINE MUST BE A FUTURE DATE, YYYYMMDD'
                                   TO DSPMSGO
                   GO TO 3100-EXIT
               END-IF
               MOVE WS-IN-DEADLINE-NUM TO WS-DEADLINE-DATE
           END-IF

           MOVE SPACES           TO DATDISP-RECORD
           MOVE WS-TRANID        TO DISP-TRAN-ID
           MOVE WS-EFF-COMPANY   TO DISP-COMPANY
           MOVE TRAN-DEPT        TO DISP-DEPT
           MOVE TRAN-TYPE        TO DISP-TRAN-TYPE
           MOVE TRAN-DATE        TO DISP-TRAN-DATE
           MOVE TRAN-AMOUNT      TO DISP-AMOUNT
           MOVE TRAN-CURRENCY    TO DISP-CURRENCY
           SET DISP-OPEN         TO TRUE
           SET DISP-NO-OUTCOME   TO TRUE
           MOVE WS-IN-REASON     TO DISP-REASON-CODE
           MOVE WS-TODAY-DATE    TO DISP-OPENED-DATE
           MOVE WS-DEADLINE-DATE TO DISP-DEADLINE-DATE
           MOVE WS-OPERATOR      TO DISP-OWNER
           MOVE WS-OPERATOR      TO DISP-LAST-OPERATOR
           MOVE WS-TODAY-DATE    TO DISP-LAST-DATE
           SET DISP-CB-PENDING   TO TRUE
           MOVE WS-IN-NOTE       TO DISP-NOTE
           EXEC CICS
                WRITE DATASET('DISPFILE')
                      FROM(DATDISP-RECORD)
                      RIDFLD(WS-TRANID)
                      RESP(WS-RESP)
           END-EXEC
           MOVE WS-RESP TO WS-WRITE-RESP
           PERFORM 2600-FORMAT-DISPUTE
               THRU 2600-EXIT
           EVALUATE WS-WRITE-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'CASE OPENED - CHARGEBACK POSTS TONIGHT'
                                   TO DSPMSGO
               WHEN DFHRESP(DUPREC)
                   MOVE 'A CASE IS ALREADY ON FILE FOR THIS SALE'
                                   TO DSPMSGO
               WHEN OTHER
                   MOVE 'ERROR WRITING DISPUTE FILE' TO DSPMSGO
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3200-FILE-NOTE.
           IF WS-IN-NOTE = SPACES
               PERFORM 2600-FORMAT-DISPUTE
                   THRU 2600-EXIT
               MOVE 'KEY THE NOTE TEXT, THEN PF6' TO DSPMSGO
               GO TO 3200-EXIT
           END-IF
           PERFORM 3500-READ-CASE-FOR-UPDATE
               THRU 3500-EXIT
           IF NOT WS-CASE-LOCKED
               GO TO 3200-EXIT
           END-IF
           MOVE WS-IN-NOTE       TO DISP-NOTE
           MOVE WS-OPERATOR      TO DISP-LAST-OPERATOR
           MOVE WS-TODAY-DATE    TO DISP-LAST-DATE
           PERFORM 3600-REWRITE-CASE
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'NOTE FILED' TO DSPMSGO
           END-IF.
       3200-EXIT.
           EXIT.

      *    A merchant win flags the re-presentment that reverses the
      *    chargeback - unless the chargeback never posted, in which
      *    case there is nothing to reverse and neither one posts.
      *    A merchant loss lets the chargeback stand.
       3300-CLOSE-CASE.
           IF WS-IN-OUTCOME NOT = 'W' AND WS-IN-OUTCOME NOT = 'L'
               PERFORM 2600-FORMAT-DISPUTE
                   THRU 2600-EXIT
               MOVE 'KEY OUTCOME W (MERCHANT WON) OR L (LOST), PF9'
                               TO DSPMSGO
               GO TO 3300-EXIT
           END-IF
           PERFORM 3500-READ-CASE-FOR-UPDATE
               THRU 3500-EXIT
           IF NOT WS-CASE-LOCKED
               GO TO 3300-EXIT
           END-IF
           SET DISP-CLOSED       TO TRUE
           MOVE WS-IN-OUTCOME    TO DISP-OUTCOME
           MOVE WS-TODAY-DATE    TO DISP-CLOSED-DATE
           MOVE WS-OPERATOR      TO DISP-LAST-OPERATOR
           MOVE WS-TODAY-DATE    TO DISP-LAST-DATE
           IF WS-IN-NOTE NOT = SPACES
               MOVE WS-IN-NOTE   TO DISP-NOTE
           END-IF
           IF DISP-MERCHANT-WON
               IF DISP-CB-PENDING
                   SET DISP-NOTHING-PENDING TO TRUE
               ELSE
                   SET DISP-RP-PENDING TO TRUE
               END-IF
           END-IF
           PERFORM 3600-REWRITE-CASE
           IF WS-RESP = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN DISP-RP-PENDING
                       MOVE
                       'CASE CLOSED - RE-PRESENTMENT POSTS TONIGHT'
                                       TO DSPMSGO
                   WHEN DISP-MERCHANT-WON
                       MOVE
                       'CASE CLOSED - CHARGEBACK WITHDRAWN UNPOSTED'
                                       TO DSPMSGO
                   WHEN OTHER
                       MOVE 'CASE CLOSED - CHARGEBACK STANDS'
                                   TO DSPMSGO
               END-EVALUATE
           END-IF.
       3300-EXIT.
           EXIT.

      *    Notes and closes work only on an open case; the locked
      *    switch comes back on only when the caller holds the
      *    update lock on one.
       3500-READ-CASE-FOR-UPDATE.
           MOVE 'N' TO WS-CASE-LOCKED-SW
           EXEC CICS
                READ DATASET('DISPFILE')
                     INTO(DATDISP-RECORD)
                     RIDFLD(WS-TRANID)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF NOT DISP-OPEN
                       EXEC CICS
                            UNLOCK DATASET('DISPFILE')
                       END-EXEC
                       PERFORM 2600-FORMAT-DISPUTE
                           THRU 2600-EXIT
                       MOVE 'CASE IS CLOSED - NOTHING TO CHANGE'
                                       TO DSPMSGO
                   ELSE
                       SET WS-CASE-LOCKED TO TRUE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   PERFORM 2600-FORMAT-DISPUTE
                       THRU 2600-EXIT
                   MOVE 'NO CASE ON FILE - PF5 OPENS ONE' TO DSPMSGO
               WHEN OTHER
                   MOVE 'ERROR READING DISPUTE FILE' TO DSPMSGO
           END-EVALUATE.
       3500-EXIT.
           EXIT.

       3600-REWRITE-CASE.
           EXEC CICS
                REWRITE DATASET('DISPFILE')
                        FROM(DATDISP-RECORD)
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2600-FORMAT-DISPUTE
                   THRU 2600-EXIT
           ELSE
               MOVE 'ERROR REWRITING DISPUTE FILE' TO DSPMSGO
           END-IF.

       5000-SEND-DISPUTE-SCREEN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE      TO SHARED-RUN-DATE.
           MOVE WS-TRANID          TO DSPIDO.
           MOVE SHARED-RUN-DATE    TO DSPRDO.
           IF WS-SVIO-SCREEN-MSG NOT = SPACES
               MOVE WS-SVIO-SCREEN-MSG TO DSPMSGO
           END-IF.
           IF DSPMSGO = SPACES OR LOW-VALUES
               MOVE 'DATDSPM DISPUTE CASE MAINTENANCE READY'
                               TO DSPMSGO
           END-IF.

           EXEC CICS
                SEND MAP ('DATMDSP')
                     MAPSET('DATMAPM')
                     FROM(DATMDSPO)
                     ERASE
           END-EXEC.

       8000-RETURN-TRANSID.
           MOVE WS-TRANID TO WS-CA-TRANID
           EXEC CICS
                RETURN TRANSID('DDSP')
                       COMMAREA(WS-OUT-COMMAREA)
           END-EXEC.

           COPY DATSVCK.
