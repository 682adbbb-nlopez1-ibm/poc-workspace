      * remove a record on its own. Every applied change writes a
      * DATDAUD audit record (CICS operator and terminal id) to the
      * DAUD extrapartition TD queue.
      * On a CHANGE, a blank name/relationship/effective-date/
      * employee/birth-date field leaves that field as it stands on
      * the master, same as the DATDEPM batch pass.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-08-22  Initial version.
      *               the same numeric edit the batch pass applies,
      *               so a garbage date cannot reach DATDACT's date
      *               compare.
      *   2026-10-05  Date of birth: the screen carries the
      *               dependent's date of birth (MNTDB) onto
      *               DEP-BIRTH-DATE for the DATDAGE age-out pass,
      *               with the same rules as the DATDEPM batch pass
      *               - optional, numeric when keyed, a blank on a
      *               change keeps the stored date. A re-dated
      *               dependent starts a new coverage period, so an
      *               age-out end date is cleared. The audit record
      *               carries the birth date.
      *   2026-10-05  Continuation elections: action E keys an
      *               election received for a dependent DATDTRM
      *               ended when the employee was terminated. It
      *               needs the change entitlement and an open
      *               CELFILE election whose deadline has not
      *               passed; the dependent goes back in force
      *               under continuation status (DEP-STATUS 'C'),
      *               the election is marked elected by this
      *               operator, and the audit action is ELECT.
      *   2026-10-05  Security violations: every refusal on the
      *               operator's SECFILE row - no row, function not
      *               granted, another company's dependent - is
      *               written to the SVIO queue (DATSVCK). Refusals
      *               count toward the region's daily limit, which
      *               suspends the operator; a suspended operator is
      *               refused everything.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY DATRELC.
           COPY DATEMPL.
           COPY DATSECR.
           COPY DATSVIO.
           COPY DATSVWK.
           COPY DATDAUD.
           COPY DATCELR.
      *
       01  WS-DEPID                PIC X(6).
       01  WS-RESP                 PIC S9(8) COMP.
                   MOVE 'NO DELETE PENDING CONFIRMATION' TO MNTMSGO
               WHEN NOT WS-SEC-OK OR NOT SEC-MAY-DELETE
                   MOVE 'NOT AUTHORIZED TO DELETE' TO MNTMSGO
                   MOVE 'DELETE' TO WS-SVIO-FUNCTION
                   MOVE CA-DEPID TO WS-SVIO-KEY
                   PERFORM 9700-LOG-FUNCTION-DENIAL
               WHEN OTHER
                   PERFORM 3300-DELETE-CONFIRMED
                       THRU 3300-EXIT
           ELSE
               MOVE MNTIDI TO WS-DEPID
               MOVE MNTIDI TO WS-CA-DEPID
               MOVE MNTIDI TO WS-SVIO-KEY
               MOVE ACTMNTI TO WS-CA-ACTION
               EVALUATE TRUE
                   WHEN ACTMNTI = 'A'
                           PERFORM 3000-ADD-DEPENDENT
                       ELSE
                           MOVE 'NOT AUTHORIZED TO ADD' TO MNTMSGO
                           MOVE 'ADD' TO WS-SVIO-FUNCTION
                           PERFORM 9700-LOG-FUNCTION-DENIAL
                       END-IF
                   WHEN ACTMNTI = 'C'
                       IF WS-SEC-OK AND SEC-MAY-CHANGE
                       ELSE
                           MOVE 'NOT AUTHORIZED TO CHANGE'
                                           TO MNTMSGO
                           MOVE 'CHANGE' TO WS-SVIO-FUNCTION
                           PERFORM 9700-LOG-FUNCTION-DENIAL
                       END-IF
                   WHEN ACTMNTI = 'D'
                       IF WS-SEC-OK AND SEC-MAY-DELETE
                       ELSE
                           MOVE 'NOT AUTHORIZED TO DELETE'
                                           TO MNTMSGO
                           MOVE 'DELETE' TO WS-SVIO-FUNCTION
                           PERFORM 9700-LOG-FUNCTION-DENIAL
                       END-IF
                   WHEN ACTMNTI = 'E'
                       IF WS-SEC-OK AND SEC-MAY-CHANGE
                           PERFORM 3400-ELECT-CONTINUATION
                               THRU 3400-EXIT
                       ELSE
                           MOVE 'NOT AUTHORIZED TO CHANGE'
                                           TO MNTMSGO
                           MOVE 'ELECT' TO WS-SVIO-FUNCTION
                           PERFORM 9700-LOG-FUNCTION-DENIAL
                       END-IF
                   WHEN OTHER
                       MOVE 'ACTION MUST BE A, C, D OR E' TO MNTMSGO
               END-EVALUATE
           END-IF.

      *    nothing - reaching the region is not an entitlement.
       2450-READ-ENTITLEMENT.
           MOVE 'N' TO WS-SEC-OK-SW
           PERFORM 9740-READ-SEC-ROW
           MOVE WS-SVIO-OPERATOR TO WS-OPERATOR
           IF WS-SVIO-ROW-OK
               SET WS-SEC-OK TO TRUE
           END-IF.

           IF SEC-COMPANY NOT = SPACES
               AND SEC-COMPANY NOT = SHARED-COMPANY-CODE
               MOVE 'NOT AUTHORIZED FOR THIS COMPANY' TO MNTMSGO
               MOVE 'ADD' TO WS-SVIO-FUNCTION
               MOVE SHARED-COMPANY-CODE TO WS-SVIO-COMPANY
               PERFORM 9710-LOG-COMPANY-DENIAL
               GO TO 3050-EXIT
           END-IF
           MOVE MNTRLI TO WS-REL-CODE
           ELSE
           IF MNTDTI NOT NUMERIC
               MOVE 'EFFECTIVE DATE MUST BE NUMERIC' TO MNTMSGO
           ELSE
           IF MNTDBI NOT = SPACES AND LOW-VALUES
               AND MNTDBI NOT NUMERIC
               MOVE 'BIRTH DATE MUST BE NUMERIC' TO MNTMSGO
           ELSE
               MOVE SPACES   TO DATDEPR-RECORD
               MOVE WS-DEPID TO DEP-ID
               MOVE MNTRLI   TO DEP-RELATIONSHIP-CD
               MOVE MNTDTI   TO DEP-EFFECTIVE-DATE
               MOVE WS-EMP-ID TO DEP-EMP-ID
               IF MNTDBI NOT = LOW-VALUES
                   MOVE MNTDBI TO DEP-BIRTH-DATE
               END-IF
               MOVE SHARED-COMPANY-CODE TO DEP-COMPANY
               PERFORM 3500-SET-EFFECTIVE-STATUS
               EXEC CICS
                   GO TO 3100-EXIT
               END-IF
           END-IF
           IF MNTDBI NOT = SPACES AND LOW-VALUES
               IF MNTDBI NOT NUMERIC
                   MOVE 'BIRTH DATE MUST BE NUMERIC' TO MNTMSGO
                   GO TO 3100-EXIT
               END-IF
           END-IF
           EXEC CICS
                READ DATASET('DEPFILE')
                     INTO(DATDEPR-RECORD)
                       END-EXEC
                       MOVE 'NOT AUTHORIZED FOR THIS COMPANY'
                                       TO MNTMSGO
                       MOVE 'CHANGE' TO WS-SVIO-FUNCTION
                       MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
                       PERFORM 9710-LOG-COMPANY-DENIAL
                       GO TO 3100-EXIT
                   END-IF
                   IF MNTNMI NOT = SPACES AND LOW-VALUES
                   IF MNTEMI NOT = SPACES AND LOW-VALUES
                       MOVE MNTEMI TO DEP-EMP-ID
                   END-IF
                   IF MNTDBI NOT = SPACES AND LOW-VALUES
                       MOVE MNTDBI TO DEP-BIRTH-DATE
                   END-IF
                   EXEC CICS
                        REWRITE DATASET('DEPFILE')
                                FROM(DATDEPR-RECORD)
                   IF NOT WS-SEC-CO-OK
                       MOVE 'NOT AUTHORIZED FOR THIS COMPANY'
                                       TO MNTMSGO
                       MOVE 'DELETE' TO WS-SVIO-FUNCTION
                       MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
                       PERFORM 9710-LOG-COMPANY-DENIAL
                   ELSE
                       MOVE DEP-NAME            TO MNTNMO
                       MOVE DEP-RELATIONSHIP-CD TO MNTRLO
                       MOVE DEP-EFFECTIVE-DATE  TO MNTDTO
                       MOVE DEP-BIRTH-DATE      TO MNTDBO
                       MOVE 'Y' TO WS-CA-CONFIRM-SW
                       MOVE 'PRESS PF5 TO CONFIRM DELETE'
                                       TO MNTMSGO
               IF NOT WS-SEC-CO-OK
                   MOVE 'NOT AUTHORIZED FOR THIS COMPANY'
                                   TO MNTMSGO
                   MOVE 'DELETE' TO WS-SVIO-FUNCTION
                   MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
                   PERFORM 9710-LOG-COMPANY-DENIAL
                   MOVE SPACES TO WS-CA-CONFIRM-SW
                   GO TO 3300-EXIT
               END-IF
       3300-EXIT.
           EXIT.

      *    The election is taken as received today. Both records
      *    are held for update so the dependent and its election
      *    change together or not at all.
       3400-ELECT-CONTINUATION.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           EXEC CICS
                READ DATASET('DEPFILE')
                     INTO(DATDEPR-RECORD)
                     RIDFLD(WS-DEPID)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'DEPENDENT NOT ON FILE' TO MNTMSGO
                   GO TO 3400-EXIT
               WHEN OTHER
                   MOVE 'ERROR READING DEPENDENT FILE' TO MNTMSGO
                   GO TO 3400-EXIT
           END-EVALUATE
           PERFORM 2460-CHECK-RECORD-COMPANY
           IF NOT WS-SEC-CO-OK
               EXEC CICS
                    UNLOCK DATASET('DEPFILE')
               END-EXEC
               MOVE 'NOT AUTHORIZED FOR THIS COMPANY' TO MNTMSGO
               MOVE 'ELECT' TO WS-SVIO-FUNCTION
               MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
               PERFORM 9710-LOG-COMPANY-DENIAL
               GO TO 3400-EXIT
           END-IF
           IF NOT DEP-ENDED OR NOT DEP-END-EMP-TERM
               EXEC CICS
                    UNLOCK DATASET('DEPFILE')
               END-EXEC
               MOVE 'DEPENDENT NOT ENDED BY A TERMINATION'
                               TO MNTMSGO
               GO TO 3400-EXIT
           END-IF
           EXEC CICS
                READ DATASET('CELFILE')
                     INTO(DATCELR-RECORD)
                     RIDFLD(WS-DEPID)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS
                    UNLOCK DATASET('DEPFILE')
               END-EXEC
               MOVE 'NO CONTINUATION ELECTION ON FILE' TO MNTMSGO
               GO TO 3400-EXIT
           END-IF
           IF NOT CEL-OPEN
               OR WS-TODAY-DATE > CEL-DEADLINE-DATE
               EXEC CICS
                    UNLOCK DATASET('CELFILE')
               END-EXEC
               EXEC CICS
                    UNLOCK DATASET('DEPFILE')
               END-EXEC
               IF CEL-ELECTED
                   MOVE 'ELECTION ALREADY RECORDED' TO MNTMSGO
               ELSE
                   MOVE 'ELECTION DEADLINE HAS PASSED' TO MNTMSGO
               END-IF
               GO TO 3400-EXIT
           END-IF
           EXEC CICS
                ASSIGN USERID(WS-OPERATOR)
           END-EXEC
           MOVE 'E'           TO CEL-STATUS
           MOVE WS-TODAY-DATE TO CEL-ELECTED-DATE
           MOVE WS-OPERATOR   TO CEL-ELECTED-BY
           EXEC CICS
                REWRITE DATASET('CELFILE')
                        FROM(DATCELR-RECORD)
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS
                    UNLOCK DATASET('DEPFILE')
               END-EXEC
               MOVE 'ERROR REWRITING ELECTION FILE' TO MNTMSGO
               GO TO 3400-EXIT
           END-IF
           MOVE 'C'    TO DEP-STATUS
           MOVE SPACES TO DEP-END-DATE
           MOVE SPACES TO DEP-END-REASON
           EXEC CICS
                REWRITE DATASET('DEPFILE')
                        FROM(DATDEPR-RECORD)
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'CONTINUATION ELECTED' TO MNTMSGO
               MOVE 'ELECT' TO WS-AUD-ACTION
               PERFORM 6000-WRITE-AUDIT
           ELSE
               EXEC CICS
                    SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'ERROR REWRITING DEPENDENT FILE' TO MNTMSGO
           END-IF.
       3400-EXIT.
           EXIT.

       3500-SET-EFFECTIVE-STATUS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO SHARED-RUN-DATE
               MOVE 'P' TO DEP-STATUS
           ELSE
               MOVE 'A' TO DEP-STATUS
           END-IF
           MOVE SPACES TO DEP-END-DATE
           MOVE SPACES TO DEP-END-REASON.

       5000-SEND-MAINT-SCREEN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE      TO SHARED-RUN-DATE.
           MOVE SHARED-RUN-DATE    TO MNTRDO.
           IF WS-SVIO-SCREEN-MSG NOT = SPACES
               MOVE WS-SVIO-SCREEN-MSG TO MNTMSGO
           END-IF.
           IF MNTMSGO = SPACES OR LOW-VALUES
               MOVE 'DATDMNT DEPENDENT MAINTENANCE READY' TO MNTMSGO
           END-IF.
           MOVE DEP-NAME            TO DAUD-DEP-NAME
           MOVE DEP-RELATIONSHIP-CD TO DAUD-RELATIONSHIP-CD
           MOVE DEP-EFFECTIVE-DATE  TO DAUD-EFFECTIVE-DATE
           MOVE DEP-BIRTH-DATE      TO DAUD-BIRTH-DATE
           EXEC CICS
                WRITEQ TD QUEUE('DAUD')
                       FROM(DATDAUD-RECORD)
                RETURN TRANSID('DMNT')
                       COMMAREA(WS-OUT-COMMAREA)
           END-EXEC.

           COPY DATSVCK.
