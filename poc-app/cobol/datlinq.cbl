      *----------------------------------------------------------------
      * Mod log:
      *   2026-09-02  Initial version.
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
           COPY DATLIFE.
           COPY DATSECR.
           COPY DATSVIO.
           COPY DATSVWK.
      *
       01  WS-TRANID               PIC X(6).
       01  WS-RESP                 PIC S9(8) COMP.
           PERFORM 2900-READ-ENTITLEMENT
           IF NOT WS-SEC-OK OR NOT SEC-MAY-INQUIRE
               MOVE 'NOT AUTHORIZED TO INQUIRE' TO LCYMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               PERFORM 9700-LOG-FUNCTION-DENIAL
           ELSE
           IF WS-TRANID = SPACES OR LOW-VALUES
               MOVE 'ENTER A TRANSACTION ID' TO LCYMSGO
      *    nothing - reaching the region is not an entitlement.
       2900-READ-ENTITLEMENT.
           MOVE 'N' TO WS-SEC-OK-SW
           PERFORM 9740-READ-SEC-ROW
           MOVE WS-SVIO-OPERATOR TO WS-OPERATOR
           IF WS-SVIO-ROW-OK
               SET WS-SEC-OK TO TRUE
           END-IF.

           MOVE WS-TODAY-DATE      TO SHARED-RUN-DATE.
           MOVE WS-TRANID          TO LCYIDO.
           MOVE SHARED-RUN-DATE    TO LCYRDO.
           IF WS-SVIO-SCREEN-MSG NOT = SPACES
               MOVE WS-SVIO-SCREEN-MSG TO LCYMSGO
           END-IF.
           IF LCYMSGO = SPACES OR LOW-VALUES
               MOVE 'DATLINQ TRANSACTION LIFECYCLE READY'
                               TO LCYMSGO
                RETURN TRANSID('DLCY')
                       COMMAREA(WS-OUT-COMMAREA)
           END-EXEC.

           COPY DATSVCK.
