      *               flag (or no row) denies the action on the
      *               screen, and a company-limited operator cannot
      *               see another company's transactions.
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
      *
       01  WS-TRANID               PIC X(6).
       01  WS-OPERATOR             PIC X(8).
           PERFORM 2900-READ-ENTITLEMENT
           IF NOT WS-SEC-OK OR NOT SEC-MAY-INQUIRE
               MOVE 'NOT AUTHORIZED TO INQUIRE' TO TRNMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               PERFORM 9700-LOG-FUNCTION-DENIAL
           ELSE
           IF WS-TRANID = SPACES OR LOW-VALUES
               MOVE 'ENTER A TRANSACTION ID' TO TRNMSGO
      *    nothing - reaching the region is not an entitlement.
       2900-READ-ENTITLEMENT.
           MOVE 'N' TO WS-SEC-OK-SW
           PERFORM 9740-READ-SEC-ROW
           MOVE WS-SVIO-OPERATOR TO WS-OPERATOR
           IF WS-SVIO-ROW-OK
               SET WS-SEC-OK TO TRUE
           END-IF.

               AND WS-EFF-COMPANY NOT = SEC-COMPANY
               MOVE LOW-VALUES TO DATMTRNO
               MOVE 'NOT AUTHORIZED FOR THIS COMPANY' TO TRNMSGO
               MOVE 'INQUIRE' TO WS-SVIO-FUNCTION
               MOVE WS-TRANID TO WS-SVIO-KEY
               MOVE WS-EFF-COMPANY TO WS-SVIO-COMPANY
               PERFORM 9710-LOG-COMPANY-DENIAL
               GO TO 3100-EXIT
           END-IF
           MOVE WS-EFF-COMPANY TO TRNCOO
           MOVE WS-TODAY-DATE      TO SHARED-RUN-DATE.
           MOVE WS-TRANID          TO TRNIDO.
           MOVE SHARED-RUN-DATE    TO TRNRDO.
           IF WS-SVIO-SCREEN-MSG NOT = SPACES
               MOVE WS-SVIO-SCREEN-MSG TO TRNMSGO
           END-IF.
           IF TRNMSGO = SPACES OR LOW-VALUES
               MOVE 'DATTINQ TRANSACTION INQUIRY READY' TO TRNMSGO
           END-IF.
                RETURN TRANSID('DTIN')
                       COMMAREA(WS-OUT-COMMAREA)
           END-EXEC.

           COPY DATSVCK.
