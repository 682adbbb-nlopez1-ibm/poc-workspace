      *================================================================
      *  DATSVCK - operator entitlement read and security violation
      *            logging for the DATxxx screens. COPY at the end of
      *            the PROCEDURE DIVISION; the WORKING-STORAGE SECTION
      *            must COPY DATSECR, DATSVIO and DATSVWK.
      *    9740-READ-SEC-ROW reads the signed-on operator's SECFILE
      *        row into DATSECR-RECORD and sets WS-SVIO-ROW-SW - OK,
      *        MISSING (entitled to nothing) or SUSPENDED (entitled
      *        to nothing until RESUMEd). The first entry of the day
      *        on a good row stamps SEC-LAST-USED-DATE.
      *    9700-LOG-FUNCTION-DENIAL / 9710-LOG-COMPANY-DENIAL write
      *        the DATSVIO record for a refusal to the SVIO queue.
      *        A refusal against a good row counts toward the day's
      *        DATSVLIM limit, and the one that reaches it suspends
      *        the operator.
      *================================================================
       9700-LOG-FUNCTION-DENIAL.
           MOVE SPACES TO WS-SVIO-COMPANY
           EVALUATE TRUE
               WHEN WS-SVIO-ROW-MISSING
                   MOVE 'NR' TO WS-SVIO-REASON
               WHEN WS-SVIO-ROW-SUSPENDED
                   MOVE 'SU' TO WS-SVIO-REASON
               WHEN OTHER
                   MOVE 'FN' TO WS-SVIO-REASON
           END-EVALUATE
           PERFORM 9760-WRITE-VIOLATION.

       9710-LOG-COMPANY-DENIAL.
           MOVE 'CO' TO WS-SVIO-REASON
           PERFORM 9760-WRITE-VIOLATION.

       9740-READ-SEC-ROW.
           MOVE 'N' TO WS-SVIO-ROW-SW
           EXEC CICS
                ASSIGN USERID(WS-SVIO-OPERATOR)
           END-EXEC
           EXEC CICS
                READ DATASET('SECFILE')
                     INTO(DATSECR-RECORD)
                     RIDFLD(WS-SVIO-OPERATOR)
                     RESP(WS-SVIO-RESP)
           END-EXEC
           IF WS-SVIO-RESP = DFHRESP(NORMAL)
               IF SEC-SUSPENDED
                   SET WS-SVIO-ROW-SUSPENDED TO TRUE
                   MOVE 'OPERATOR SUSPENDED - SEE SECURITY ADMIN'
                       TO WS-SVIO-SCREEN-MSG
               ELSE
                   SET WS-SVIO-ROW-OK TO TRUE
                   PERFORM 9750-STAMP-LAST-USE
               END-IF
           END-IF.

      *    Once a day per operator; a failed stamp costs the
      *    operator nothing.
       9750-STAMP-LAST-USE.
           ACCEPT WS-SVIO-TODAY FROM DATE YYYYMMDD
           IF SEC-LAST-USED-DATE NOT = WS-SVIO-TODAY
               EXEC CICS
                    READ DATASET('SECFILE')
                         INTO(DATSECR-RECORD)
                         RIDFLD(WS-SVIO-OPERATOR)
                         UPDATE
                         RESP(WS-SVIO-RESP)
               END-EXEC
               IF WS-SVIO-RESP = DFHRESP(NORMAL)
                   MOVE WS-SVIO-TODAY TO SEC-LAST-USED-DATE
                   EXEC CICS
                        REWRITE DATASET('SECFILE')
                                FROM(DATSECR-RECORD)
                                RESP(WS-SVIO-RESP)
                   END-EXEC
               END-IF
           END-IF.

       9760-WRITE-VIOLATION.
           ACCEPT WS-SVIO-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SVIO-TIME FROM TIME
           MOVE WS-SVIO-DATE TO WS-SVIO-TODAY
           EXEC CICS
                ASSIGN USERID(WS-SVIO-OPERATOR)
           END-EXEC
           MOVE SPACES            TO DATSVIO-RECORD
           MOVE WS-SVIO-TIMESTAMP TO SVIO-TIMESTAMP
           MOVE WS-SVIO-OPERATOR  TO SVIO-OPERATOR
           MOVE EIBTRMID          TO SVIO-TERMINAL
           MOVE EIBTRNID          TO SVIO-TRANSID
           MOVE WS-SVIO-FUNCTION  TO SVIO-FUNCTION
           MOVE WS-SVIO-COMPANY   TO SVIO-COMPANY
           MOVE WS-SVIO-KEY       TO SVIO-RECORD-KEY
           MOVE WS-SVIO-REASON    TO SVIO-REASON
           MOVE 'N'               TO SVIO-SUSPENDED-SW
           IF SVIO-FUNCTION-REFUSED OR SVIO-COMPANY-REFUSED
               PERFORM 9770-COUNT-DENIAL
           END-IF
           EXEC CICS
                WRITEQ TD QUEUE('SVIO')
                       FROM(DATSVIO-RECORD)
                       LENGTH(WS-SVIO-LENGTH)
           END-EXEC.

       9770-COUNT-DENIAL.
           EXEC CICS
                READ DATASET('SECFILE')
                     INTO(DATSECR-RECORD)
                     RIDFLD(WS-SVIO-OPERATOR)
                     UPDATE
                     RESP(WS-SVIO-RESP)
           END-EXEC
           IF WS-SVIO-RESP = DFHRESP(NORMAL)
               IF SEC-DENIAL-DATE = WS-SVIO-TODAY
                   AND SEC-DENIAL-COUNT NUMERIC
                   ADD 1 TO SEC-DENIAL-COUNT
               ELSE
                   MOVE WS-SVIO-TODAY TO SEC-DENIAL-DATE
                   MOVE 1             TO SEC-DENIAL-COUNT
               END-IF
               ACCEPT WS-SVIO-LIMIT-X FROM ENVIRONMENT 'DATSVLIM'
               IF WS-SVIO-LIMIT NOT NUMERIC
                   OR WS-SVIO-LIMIT = ZEROS
                   MOVE WS-SVIO-DEFAULT-LIMIT TO WS-SVIO-LIMIT
               END-IF
               IF SEC-DENIAL-COUNT NOT < WS-SVIO-LIMIT
                   AND NOT SEC-SUSPENDED
                   MOVE 'S'           TO SEC-STATUS
                   MOVE WS-SVIO-TODAY TO SEC-SUSPEND-DATE
                   MOVE 'Y'           TO SVIO-SUSPENDED-SW
                   MOVE 'REFUSAL LIMIT REACHED - OPERATOR SUSPENDED'
                       TO WS-SVIO-SCREEN-MSG
               END-IF
               EXEC CICS
                    REWRITE DATASET('SECFILE')
                            FROM(DATSECR-RECORD)
                            RESP(WS-SVIO-RESP)
               END-EXEC
           END-IF.
