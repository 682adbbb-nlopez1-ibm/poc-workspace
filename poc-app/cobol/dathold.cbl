      *               instead of blank, so the value-dating rule is
      *               not sidestepped by the review queue - DATTREL
      *               still releases it the night its date arrives.
      *   2026-10-05  The screen shows which review limit held the
      *               record (TRAN-HOLD-REASON) - the company or the
      *               department limit, on the amount or on the
      *               night's count - so the supervisor knows what
      *               is being waived before releasing it.
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
           COPY DATSHARE.
           COPY DATTRAN.
           COPY DATSECR.
           COPY DATSVIO.
           COPY DATSVWK.
           COPY DATHAUD.
      *
       01  WS-TRANID               PIC X(6).
           PERFORM 2450-READ-ENTITLEMENT
           IF NOT WS-SEC-OK OR NOT SEC-MAY-INQUIRE
               MOVE 'NOT AUTHORIZED TO INQUIRE' TO HLDMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               PERFORM 9700-LOG-FUNCTION-DENIAL
           ELSE
           IF WS-TRANID = SPACES OR LOW-VALUES
               MOVE 'ENTER A TRANSACTION ID' TO HLDMSGO
      *    nothing - reaching the region is not an entitlement.
       2450-READ-ENTITLEMENT.
           MOVE 'N' TO WS-SEC-OK-SW
           PERFORM 9740-READ-SEC-ROW
           MOVE WS-SVIO-OPERATOR TO WS-OPERATOR
           IF WS-SVIO-ROW-OK
               SET WS-SEC-OK TO TRUE
           ELSE
               MOVE SPACES TO DATSECR-RECORD
               AND WS-EFF-COMPANY NOT = SEC-COMPANY
               MOVE LOW-VALUES TO DATMHLDO
               MOVE 'NOT AUTHORIZED FOR THIS COMPANY' TO HLDMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
               PERFORM 9710-LOG-COMPANY-DENIAL
               GO TO 2600-EXIT
           END-IF
           MOVE WS-EFF-COMPANY TO HLDCOO
           MOVE TRAN-TYPE   TO HLDTYO
           MOVE TRAN-AMOUNT TO WS-AMT-EDITED
           MOVE WS-AMT-EDITED TO HLDAMTO
           EVALUATE TRUE
               WHEN TRAN-HOLD-CO-AMOUNT
                   MOVE 'OVER COMPANY AMOUNT LIMIT'    TO HLDRSNO
               WHEN TRAN-HOLD-DEPT-AMOUNT
                   MOVE 'OVER DEPARTMENT AMOUNT LIMIT' TO HLDRSNO
               WHEN TRAN-HOLD-CO-COUNT
                   MOVE 'PAST COMPANY DAILY COUNT'     TO HLDRSNO
               WHEN TRAN-HOLD-DEPT-COUNT
                   MOVE 'PAST DEPARTMENT DAILY COUNT'  TO HLDRSNO
               WHEN OTHER
                   MOVE SPACES                         TO HLDRSNO
           END-EVALUATE
           EVALUATE TRUE
               WHEN TRAN-HELD
                   MOVE 'HELD'        TO HLDSTO
           PERFORM 2450-READ-ENTITLEMENT
           IF NOT WS-SEC-OK OR NOT SEC-MAY-CHANGE
               MOVE 'NOT AUTHORIZED TO DECIDE HOLDS' TO HLDMSGO
               MOVE WS-AUD-ACTION TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               PERFORM 9700-LOG-FUNCTION-DENIAL
           ELSE
           IF WS-TRANID = SPACES OR LOW-VALUES
               MOVE 'INQUIRE ON A HELD TRANSACTION FIRST'
                    UNLOCK DATASET('TRANFILE')
               END-EXEC
               MOVE 'NOT AUTHORIZED FOR THIS COMPANY' TO HLDMSGO
               MOVE WS-AUD-ACTION TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
               PERFORM 9710-LOG-COMPANY-DENIAL
               GO TO 3100-EXIT
           END-IF
           IF NOT TRAN-HELD
           MOVE WS-TODAY-DATE      TO SHARED-RUN-DATE.
           MOVE WS-TRANID          TO HLDIDO.
           MOVE SHARED-RUN-DATE    TO HLDRDO.
           IF WS-SVIO-SCREEN-MSG NOT = SPACES
               MOVE WS-SVIO-SCREEN-MSG TO HLDMSGO
           END-IF.
           IF HLDMSGO = SPACES OR LOW-VALUES
               MOVE 'DATHOLD HELD TRANSACTION REVIEW READY'
                               TO HLDMSGO
                RETURN TRANSID('DHLD')
                       COMMAREA(WS-OUT-COMMAREA)
           END-EXEC.

           COPY DATSVCK.
