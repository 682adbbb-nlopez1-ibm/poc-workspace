       ID DIVISION.
       PROGRAM-ID. DATADJM.
      *----------------------------------------------------------------
      * Adjustment entry and approval (map DATMADJ, transid DADJ).
      * The desk keys the TRAN-ID of a posted transaction that went
      * through wrong, sees the transaction and its latest
      * adjustment (or the one whose SEQ was keyed), and works it
      * maker-checker style: PF5 enters a new adjustment - direction
      * C (credit: money to the merchant) or D (debit: money back
      * from the merchant), amount (nine digits, cents last) and a
      * reason code - and it sits ENTERED; a second operator's PF10
      * approves it or PF11 rejects it. The operator who entered an
      * adjustment can never decide it. Tonight's DATADJP pass
      * writes every approved adjustment onto TRAN-FILE as an AC or
      * AD transaction ahead of DATBATCH. Same pseudo-conversational
      * shape as DATDSPM. Inquiring needs the inquire flag on
      * SECFILE, entering the add flag, approving and rejecting the
      * change flag, and a company-limited operator cannot see or
      * work another company's adjustments.
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
           COPY DATADJR.
      *
       01  WS-TRANID               PIC X(6).
       01  WS-SEQ                  PIC X(2).
       01  WS-SEQ-NUM REDEFINES WS-SEQ
                                   PIC 9(2).
       01  WS-LAST-SEQ             PIC 9(2).
       01  WS-MAX-SEQ              PIC 9(2)  VALUE 99.
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-WRITE-RESP           PIC S9(8) COMP.
       01  WS-TODAY-DATE           PIC 9(8).
       01  WS-AMT-EDITED           PIC -Z,ZZZ,ZZ9.99.
       01  WS-AMT-DISPLAY          PIC 9(9).
       01  WS-OPERATOR             PIC X(8).
       01  WS-SEC-OK-SW            PIC X(1).
           88  WS-SEC-OK                    VALUE 'Y'.
       01  WS-EFF-COMPANY          PIC X(4).
       01  WS-ADJ-LOCKED-SW        PIC X(1).
           88  WS-ADJ-LOCKED                VALUE 'Y'.
       01  WS-BROWSE-DONE-SW       PIC X(1).
           88  WS-BROWSE-DONE               VALUE 'Y'.
       01  WS-ACTION               PIC X(5).
           88  WS-ACT-ENTER                 VALUE 'ENTER'.
           88  WS-ACT-APPROVE               VALUE 'APPRV'.
           88  WS-ACT-REJECT                VALUE 'REJCT'.
      *    The typed fields, saved off the input map before the
      *    output map (which redefines it) is cleared.
       01  WS-SCREEN-INPUT.
           05  WS-IN-DIRECTION     PIC X(1).
           05  WS-IN-AMOUNT        PIC X(9).
           05  WS-IN-AMOUNT-NUM    REDEFINES WS-IN-AMOUNT
                                   PIC 9(9).
           05  WS-IN-REASON        PIC X(4).
           05  WS-IN-NOTE          PIC X(40).
       01  WS-OUT-COMMAREA.
           05  WS-CA-TRANID         PIC X(6).
           05  WS-CA-SEQ            PIC X(2).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-TRANID            PIC X(6).
           05  CA-SEQ               PIC X(2).
      *
       PROCEDURE DIVISION.
           IF EIBCALEN = 0
               PERFORM 1000-FIRST-ENTRY
           ELSE
               PERFORM 2000-NEXT-ENTRY
           END-IF.

       1000-FIRST-ENTRY.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.
           MOVE LOW-VALUES TO DATMADJI.
           MOVE SPACES     TO ADJMSGO.
           MOVE SPACES     TO WS-TRANID.
           MOVE SPACES     TO WS-SEQ.
           PERFORM 5000-SEND-ADJUSTMENT-SCREEN.
           PERFORM 8000-RETURN-TRANSID.

       2000-NEXT-ENTRY.
           MOVE CA-TRANID TO WS-TRANID.
           MOVE CA-SEQ    TO WS-SEQ.

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
                   PERFORM 5000-SEND-ADJUSTMENT-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN DFHPF5
                   SET WS-ACT-ENTER TO TRUE
                   PERFORM 3000-APPLY-ACTION
                   PERFORM 5000-SEND-ADJUSTMENT-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN DFHPF10
                   SET WS-ACT-APPROVE TO TRUE
                   PERFORM 3000-APPLY-ACTION
                   PERFORM 5000-SEND-ADJUSTMENT-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN DFHPF11
                   SET WS-ACT-REJECT TO TRUE
                   PERFORM 3000-APPLY-ACTION
                   PERFORM 5000-SEND-ADJUSTMENT-SCREEN
                   PERFORM 8000-RETURN-TRANSID
               WHEN OTHER
                   MOVE LOW-VALUES TO DATMADJI
                   MOVE 'INVALID KEY - ENTER, PF5/10/11, PF3 OR CLEAR'
                                   TO ADJMSGO
                   MOVE WS-TRANID  TO ADJIDO
                   MOVE WS-SEQ     TO ADJSQO
                   PERFORM 5000-SEND-ADJUSTMENT-SCREEN
                   PERFORM 8000-RETURN-TRANSID
           END-EVALUATE.

      *    A blank SEQ means the latest adjustment on the
      *    transaction; a keyed one picks an earlier adjustment.
       2100-PROCESS-ENTER.
           EXEC CICS
                RECEIVE MAP('DATMADJ')
                        MAPSET('DATMAPM')
                        INTO(DATMADJI)
                        RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF ADJIDI NOT = SPACES AND LOW-VALUES
                       MOVE ADJIDI TO WS-TRANID
                   END-IF
                   IF ADJSQI NOT = SPACES AND LOW-VALUES
                       MOVE ADJSQI TO WS-SEQ
                   ELSE
                       MOVE SPACES TO WS-SEQ
                   END-IF
                   PERFORM 2500-LOOKUP-ADJUSTMENT
               WHEN DFHRESP(MAPFAIL)
                   MOVE SPACES TO WS-SEQ
                   PERFORM 2500-LOOKUP-ADJUSTMENT
               WHEN OTHER
                   MOVE LOW-VALUES TO DATMADJI
                   MOVE 'ERROR RECEIVING MAP INPUT' TO ADJMSGO
           END-EVALUATE.

       2500-LOOKUP-ADJUSTMENT.
           MOVE LOW-VALUES TO DATMADJO
           MOVE SPACES     TO ADJMSGO
           PERFORM 2450-READ-ENTITLEMENT
           IF NOT WS-SEC-OK OR NOT SEC-MAY-INQUIRE
               MOVE 'NOT AUTHORIZED TO INQUIRE' TO ADJMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               PERFORM 9700-LOG-FUNCTION-DENIAL
           ELSE
           IF WS-TRANID = SPACES OR LOW-VALUES
               MOVE 'ENTER A TRANSACTION ID' TO ADJMSGO
           ELSE
               EXEC CICS
                    READ DATASET('TRANFILE')
                         INTO(DATTRAN-RECORD)
                         RIDFLD(WS-TRANID)
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 2600-FORMAT-ADJUSTMENT
                       THRU 2600-EXIT
                   WHEN DFHRESP(NOTFND)
                       MOVE 'TRANSACTION NOT FOUND' TO ADJMSGO
                   WHEN OTHER
                       MOVE 'ERROR READING TRANSACTION FILE'
                                       TO ADJMSGO
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

      *    The transaction, then the adjustment asked for - the
      *    latest one when no SEQ was keyed. Only a posted
      *    transaction can be adjusted, so the prompt says so.
       2600-FORMAT-ADJUSTMENT.
           PERFORM 2550-SET-EFF-COMPANY
           IF SEC-COMPANY NOT = SPACES
               AND WS-EFF-COMPANY NOT = SEC-COMPANY
               MOVE LOW-VALUES TO DATMADJO
               MOVE 'NOT AUTHORIZED FOR THIS COMPANY' TO ADJMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
               PERFORM 9710-LOG-COMPANY-DENIAL
               GO TO 2600-EXIT
           END-IF
           MOVE WS-EFF-COMPANY TO ADJCOO
           MOVE TRAN-DATE      TO ADJDTO
           MOVE TRAN-TYPE      TO ADJTYO
           MOVE TRAN-AMOUNT    TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED  TO ADJTAO
           EVALUATE TRUE
               WHEN TRAN-PROCESSED
                   MOVE 'PROCESSED'   TO ADJTSO
               WHEN TRAN-UNPROCESSED
                   MOVE 'UNPROCESSED' TO ADJTSO
               WHEN TRAN-HELD
                   MOVE 'HELD'        TO ADJTSO
               WHEN TRAN-REJECTED
                   MOVE 'REJECTED'    TO ADJTSO
               WHEN TRAN-FUTURE
                   MOVE 'PENDING'     TO ADJTSO
               WHEN OTHER
                   MOVE TRAN-STATUS   TO ADJTSO
           END-EVALUATE
           IF WS-SEQ = SPACES OR LOW-VALUES
               PERFORM 2650-FIND-LAST-SEQ
               IF WS-LAST-SEQ = ZEROS
                   MOVE SPACES TO WS-SEQ
                   MOVE 'NONE' TO ADJSTO
                   IF TRAN-PROCESSED AND TRAN-TYPE NOT = 'VD'
                       MOVE
                   'NO ADJUSTMENTS - KEY DIRECTION, AMOUNT, REASON, PF5'
                                       TO ADJMSGO
                   ELSE
                       MOVE
                   'NO ADJUSTMENTS - TRANSACTION NOT POSTED'
                                       TO ADJMSGO
                   END-IF
                   GO TO 2600-EXIT
               END-IF
               MOVE WS-LAST-SEQ TO WS-SEQ-NUM
           END-IF
           IF WS-SEQ NOT NUMERIC
               MOVE 'SEQ MUST BE TWO DIGITS, OR BLANK FOR THE LATEST'
                                   TO ADJMSGO
               GO TO 2600-EXIT
           END-IF
           MOVE WS-TRANID  TO ADJ-ORIG-ID
           MOVE WS-SEQ-NUM TO ADJ-SEQ
           EXEC CICS
                READ DATASET('ADJFILE')
                     INTO(DATADJR-RECORD)
                     RIDFLD(ADJ-KEY)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 2700-FORMAT-ADJ-ROW
                   EVALUATE TRUE
                       WHEN ADJ-ENTERED
                           MOVE
                   'AWAITING APPROVAL - SECOND OPERATOR PF10/PF11'
                                       TO ADJMSGO
                       WHEN ADJ-APPROVED
                           MOVE 'APPROVED - POSTS TONIGHT' TO ADJMSGO
                       WHEN ADJ-REJECTED
                           MOVE 'ADJUSTMENT WAS REJECTED' TO ADJMSGO
                       WHEN ADJ-POSTED
                           MOVE 'ADJUSTMENT HAS POSTED' TO ADJMSGO
                   END-EVALUATE
               WHEN DFHRESP(NOTFND)
                   MOVE 'NONE' TO ADJSTO
                   MOVE 'NO ADJUSTMENT WITH THAT SEQ' TO ADJMSGO
               WHEN OTHER
                   MOVE 'ERROR READING ADJUSTMENT FILE' TO ADJMSGO
           END-EVALUATE.
       2600-EXIT.
           EXIT.

      *    Highest sequence on file for the transaction, zero when
      *    it has never been adjusted.
       2650-FIND-LAST-SEQ.
           MOVE ZEROS     TO WS-LAST-SEQ
           MOVE 'N'       TO WS-BROWSE-DONE-SW
           MOVE WS-TRANID TO ADJ-ORIG-ID
           MOVE ZEROS     TO ADJ-SEQ
           EXEC CICS
                STARTBR DATASET('ADJFILE')
                        RIDFLD(ADJ-KEY)
                        GTEQ
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-BROWSE-DONE
                   EXEC CICS
                        READNEXT DATASET('ADJFILE')
                                 INTO(DATADJR-RECORD)
                                 RIDFLD(ADJ-KEY)
                                 RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       AND ADJ-ORIG-ID = WS-TRANID
                       MOVE ADJ-SEQ TO WS-LAST-SEQ
                   ELSE
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
               END-PERFORM
               EXEC CICS
                    ENDBR DATASET('ADJFILE')
               END-EXEC
           END-IF.

       2700-FORMAT-ADJ-ROW.
           EVALUATE TRUE
               WHEN ADJ-ENTERED
                   MOVE 'ENTERED'     TO ADJSTO
               WHEN ADJ-APPROVED
                   MOVE 'APPROVED'    TO ADJSTO
               WHEN ADJ-REJECTED
                   MOVE 'REJECTED'    TO ADJSTO
               WHEN ADJ-POSTED
                   MOVE 'POSTED'      TO ADJSTO
               WHEN OTHER
                   MOVE ADJ-STATUS    TO ADJSTO
           END-EVALUATE
           COMPUTE WS-AMT-DISPLAY = ADJ-AMOUNT * 100
           MOVE ADJ-SEQ            TO WS-SEQ-NUM
           MOVE ADJ-DIRECTION      TO ADJDRO
           MOVE WS-AMT-DISPLAY     TO ADJAMO
           MOVE ADJ-REASON-CODE    TO ADJRSO
           MOVE ADJ-POST-TRAN-ID   TO ADJPTO
           MOVE ADJ-POSTED-DATE    TO ADJPDO
           MOVE ADJ-MAKER          TO ADJMKO
           MOVE ADJ-ENTERED-DATE   TO ADJEDO
           MOVE ADJ-CHECKER        TO ADJCKO
           MOVE ADJ-DECIDED-DATE   TO ADJDDO
           MOVE ADJ-NOTE           TO ADJNTO.

       3000-APPLY-ACTION.
           MOVE LOW-VALUES TO DATMADJI
           EXEC CICS
                RECEIVE MAP('DATMADJ')
                        MAPSET('DATMAPM')
                        INTO(DATMADJI)
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO DATMADJI
               MOVE 'ERROR RECEIVING MAP INPUT' TO ADJMSGO
           ELSE
               PERFORM 3050-SAVE-SCREEN-INPUT
               MOVE LOW-VALUES TO DATMADJO
               MOVE SPACES     TO ADJMSGO
               PERFORM 2450-READ-ENTITLEMENT
               EVALUATE TRUE
                   WHEN NOT WS-SEC-OK
                       MOVE 'NOT AUTHORIZED TO WORK ADJUSTMENTS'
                                       TO ADJMSGO
                       PERFORM 3080-LOG-ACTION-DENIAL
                   WHEN WS-ACT-ENTER AND NOT SEC-MAY-ADD
                       MOVE 'NOT AUTHORIZED TO ENTER ADJUSTMENTS'
                                       TO ADJMSGO
                       PERFORM 3080-LOG-ACTION-DENIAL
                   WHEN NOT WS-ACT-ENTER AND NOT SEC-MAY-CHANGE
                       MOVE 'NOT AUTHORIZED TO APPROVE ADJUSTMENTS'
                                       TO ADJMSGO
                       PERFORM 3080-LOG-ACTION-DENIAL
                   WHEN WS-TRANID = SPACES OR LOW-VALUES
                       MOVE 'INQUIRE ON A TRANSACTION FIRST'
                                       TO ADJMSGO
                   WHEN OTHER
                       PERFORM 3070-READ-ADJUSTED-TRAN
                           THRU 3070-EXIT
               END-EVALUATE
           END-IF.

       3050-SAVE-SCREEN-INPUT.
           MOVE SPACES TO WS-SCREEN-INPUT
           IF ADJDRI NOT = SPACES AND LOW-VALUES
               MOVE ADJDRI TO WS-IN-DIRECTION
           END-IF
           IF ADJAMI NOT = SPACES AND LOW-VALUES
               MOVE ADJAMI TO WS-IN-AMOUNT
           END-IF
           IF ADJRSI NOT = SPACES AND LOW-VALUES
               MOVE ADJRSI TO WS-IN-REASON
           END-IF
           IF ADJNTI NOT = SPACES AND LOW-VALUES
               MOVE ADJNTI TO WS-IN-NOTE
           END-IF.

       3070-READ-ADJUSTED-TRAN.
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
                   MOVE 'TRANSACTION NOT FOUND' TO ADJMSGO
                   GO TO 3070-EXIT
               WHEN OTHER
                   MOVE 'ERROR READING TRANSACTION FILE' TO ADJMSGO
                   GO TO 3070-EXIT
           END-EVALUATE
           PERFORM 2550-SET-EFF-COMPANY
           IF SEC-COMPANY NOT = SPACES
               AND WS-EFF-COMPANY NOT = SEC-COMPANY
               MOVE 'NOT AUTHORIZED FOR THIS COMPANY' TO ADJMSGO
               PERFORM 3085-SET-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
               PERFORM 9710-LOG-COMPANY-DENIAL
               GO TO 3070-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN WS-ACT-ENTER
                   PERFORM 3100-ENTER-ADJUSTMENT
                       THRU 3100-EXIT
               WHEN OTHER
                   PERFORM 3200-DECIDE-ADJUSTMENT
                       THRU 3200-EXIT
           END-EVALUATE.
       3070-EXIT.
           EXIT.

       3080-LOG-ACTION-DENIAL.
           PERFORM 3085-SET-SVIO-FUNCTION
           MOVE WS-TRANID TO WS-SVIO-KEY
           PERFORM 9700-LOG-FUNCTION-DENIAL.

       3085-SET-SVIO-FUNCTION.
           EVALUATE TRUE
               WHEN WS-ACT-ENTER
                   MOVE 'ENTER'   TO WS-SVIO-FUNCTION
               WHEN WS-ACT-APPROVE
                   MOVE 'APPROVE' TO WS-SVIO-FUNCTION
               WHEN OTHER
                   MOVE 'REJECT'  TO WS-SVIO-FUNCTION
           END-EVALUATE.

      *    A new adjustment takes the next sequence on the
      *    transaction and waits ENTERED for a second operator;
      *    nothing posts until it is approved.
       3100-ENTER-ADJUSTMENT.
           IF NOT TRAN-PROCESSED OR TRAN-TYPE = 'VD'
               PERFORM 2600-FORMAT-ADJUSTMENT
                   THRU 2600-EXIT
               MOVE 'ONLY A POSTED TRANSACTION CAN BE ADJUSTED'
                               TO ADJMSGO
               GO TO 3100-EXIT
           END-IF
           IF WS-IN-DIRECTION NOT = 'C' AND WS-IN-DIRECTION NOT = 'D'
               PERFORM 2600-FORMAT-ADJUSTMENT
                   THRU 2600-EXIT
               MOVE 'KEY DIRECTION C (CREDIT) OR D (DEBIT), THEN PF5'
                               TO ADJMSGO
               GO TO 3100-EXIT
           END-IF
           IF WS-IN-AMOUNT NOT NUMERIC
               OR WS-IN-AMOUNT-NUM = ZEROS
               PERFORM 2600-FORMAT-ADJUSTMENT
                   THRU 2600-EXIT
               MOVE 'KEY THE AMOUNT AS NINE DIGITS, CENTS LAST'
                               TO ADJMSGO
               GO TO 3100-EXIT
           END-IF
           IF WS-IN-REASON = SPACES
               PERFORM 2600-FORMAT-ADJUSTMENT
                   THRU 2600-EXIT
               MOVE 'KEY A REASON CODE TO ENTER AN ADJUSTMENT'
                               TO ADJMSGO
               GO TO 3100-EXIT
           END-IF
           PERFORM 2650-FIND-LAST-SEQ
           IF WS-LAST-SEQ = WS-MAX-SEQ
               PERFORM 2600-FORMAT-ADJUSTMENT
                   THRU 2600-EXIT
               MOVE 'TRANSACTION HAS 99 ADJUSTMENTS - NO MORE ALLOWED'
                               TO ADJMSGO
               GO TO 3100-EXIT
           END-IF

           MOVE SPACES           TO DATADJR-RECORD
           MOVE WS-TRANID        TO ADJ-ORIG-ID
           COMPUTE ADJ-SEQ = WS-LAST-SEQ + 1
           MOVE WS-EFF-COMPANY   TO ADJ-COMPANY
           MOVE TRAN-DEPT        TO ADJ-DEPT
           MOVE TRAN-CURRENCY    TO ADJ-CURRENCY
           MOVE WS-IN-DIRECTION  TO ADJ-DIRECTION
           COMPUTE ADJ-AMOUNT = WS-IN-AMOUNT-NUM / 100
           MOVE WS-IN-REASON     TO ADJ-REASON-CODE
           SET ADJ-ENTERED       TO TRUE
           MOVE WS-OPERATOR      TO ADJ-MAKER
           MOVE WS-TODAY-DATE    TO ADJ-ENTERED-DATE
           MOVE WS-IN-NOTE       TO ADJ-NOTE
           MOVE ADJ-SEQ          TO WS-SEQ-NUM
           EXEC CICS
                WRITE DATASET('ADJFILE')
                      FROM(DATADJR-RECORD)
                      RIDFLD(ADJ-KEY)
                      RESP(WS-RESP)
           END-EXEC
           MOVE WS-RESP TO WS-WRITE-RESP
           PERFORM 2600-FORMAT-ADJUSTMENT
               THRU 2600-EXIT
           EVALUATE WS-WRITE-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE
                   'ADJUSTMENT ENTERED - A SECOND OPERATOR MUST APPROVE'
                                   TO ADJMSGO
               WHEN DFHRESP(DUPREC)
                   MOVE
                   'ANOTHER OPERATOR JUST ADJUSTED THIS - RE-INQUIRE'
                                   TO ADJMSGO
               WHEN OTHER
                   MOVE 'ERROR WRITING ADJUSTMENT FILE' TO ADJMSGO
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *    Approve or reject the adjustment on the screen. The
      *    checker has to be somebody other than the maker - that
      *    is the whole point of the second pair of eyes.
       3200-DECIDE-ADJUSTMENT.
           IF WS-SEQ = SPACES OR LOW-VALUES
               OR WS-SEQ NOT NUMERIC
               PERFORM 2600-FORMAT-ADJUSTMENT
                   THRU 2600-EXIT
               MOVE 'INQUIRE ON AN ADJUSTMENT FIRST' TO ADJMSGO
               GO TO 3200-EXIT
           END-IF
           PERFORM 3500-READ-ADJ-FOR-UPDATE
               THRU 3500-EXIT
           IF NOT WS-ADJ-LOCKED
               GO TO 3200-EXIT
           END-IF
           IF ADJ-MAKER = WS-OPERATOR
               EXEC CICS
                    UNLOCK DATASET('ADJFILE')
               END-EXEC
               PERFORM 2600-FORMAT-ADJUSTMENT
                   THRU 2600-EXIT
               MOVE 'YOU ENTERED THIS ADJUSTMENT - ANOTHER OPERATOR'
                               TO ADJMSGO
               GO TO 3200-EXIT
           END-IF
           IF WS-ACT-APPROVE
               SET ADJ-APPROVED  TO TRUE
           ELSE
               SET ADJ-REJECTED  TO TRUE
           END-IF
           MOVE WS-OPERATOR      TO ADJ-CHECKER
           MOVE WS-TODAY-DATE    TO ADJ-DECIDED-DATE
           IF WS-IN-NOTE NOT = SPACES
               MOVE WS-IN-NOTE   TO ADJ-NOTE
           END-IF
           PERFORM 3600-REWRITE-ADJ
           IF WS-RESP = DFHRESP(NORMAL)
               IF ADJ-APPROVED
                   MOVE 'ADJUSTMENT APPROVED - POSTS TONIGHT'
                                   TO ADJMSGO
               ELSE
                   MOVE 'ADJUSTMENT REJECTED - IT WILL NOT POST'
                                   TO ADJMSGO
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *    Only an ENTERED adjustment can be decided; the locked
      *    switch comes back on only when the caller holds the
      *    update lock on one.
       3500-READ-ADJ-FOR-UPDATE.
           MOVE 'N' TO WS-ADJ-LOCKED-SW
           MOVE WS-TRANID  TO ADJ-ORIG-ID
           MOVE WS-SEQ-NUM TO ADJ-SEQ
           EXEC CICS
                READ DATASET('ADJFILE')
                     INTO(DATADJR-RECORD)
                     RIDFLD(ADJ-KEY)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF NOT ADJ-ENTERED
                       EXEC CICS
                            UNLOCK DATASET('ADJFILE')
                       END-EXEC
                       PERFORM 2600-FORMAT-ADJUSTMENT
                           THRU 2600-EXIT
                       MOVE 'ADJUSTMENT IS NOT AWAITING APPROVAL'
                                       TO ADJMSGO
                   ELSE
                       SET WS-ADJ-LOCKED TO TRUE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   PERFORM 2600-FORMAT-ADJUSTMENT
                       THRU 2600-EXIT
                   MOVE 'NO ADJUSTMENT WITH THAT SEQ' TO ADJMSGO
               WHEN OTHER
                   MOVE 'ERROR READING ADJUSTMENT FILE' TO ADJMSGO
           END-EVALUATE.
       3500-EXIT.
           EXIT.

       3600-REWRITE-ADJ.
           EXEC CICS
                REWRITE DATASET('ADJFILE')
                        FROM(DATADJR-RECORD)
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2600-FORMAT-ADJUSTMENT
                   THRU 2600-EXIT
           ELSE
               MOVE 'ERROR REWRITING ADJUSTMENT FILE' TO ADJMSGO
           END-IF.

       5000-SEND-ADJUSTMENT-SCREEN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE      TO SHARED-RUN-DATE.
           MOVE WS-TRANID          TO ADJIDO.
           MOVE WS-SEQ             TO ADJSQO.
           MOVE SHARED-RUN-DATE    TO ADJRDO.
           IF WS-SVIO-SCREEN-MSG NOT = SPACES
               MOVE WS-SVIO-SCREEN-MSG TO ADJMSGO
           END-IF.
           IF ADJMSGO = SPACES OR LOW-VALUES
               MOVE 'DATADJM ADJUSTMENT ENTRY AND APPROVAL READY'
                               TO ADJMSGO
           END-IF.

           EXEC CICS
                SEND MAP ('DATMADJ')
                     MAPSET('DATMAPM')
                     FROM(DATMADJO)
                     ERASE
           END-EXEC.

       8000-RETURN-TRANSID.
           MOVE WS-TRANID TO WS-CA-TRANID
           MOVE WS-SEQ    TO WS-CA-SEQ
           EXEC CICS
                RETURN TRANSID('DADJ')
                       COMMAREA(WS-OUT-COMMAREA)
           END-EXEC.

           COPY DATSVCK.
