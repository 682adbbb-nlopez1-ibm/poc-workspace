      *               rows still existed above, and an all-filtered
      *               page had already blanked the commarea keys and
      *               lost the operator's position.
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
           COPY DATDEPR.
           COPY DATSECR.
           COPY DATSVIO.
           COPY DATSVWK.
      *
       01  WS-OPERATOR             PIC X(8).
       01  WS-SEC-OK-SW            PIC X(1).
           PERFORM 0500-READ-ENTITLEMENT
           IF NOT WS-SEC-OK OR NOT SEC-MAY-INQUIRE
               MOVE 'NOT AUTHORIZED TO BROWSE' TO BRWMSGO
               MOVE 'BROWSE' TO WS-SVIO-FUNCTION
               MOVE SPACES TO WS-SVIO-KEY
               PERFORM 9700-LOG-FUNCTION-DENIAL
           ELSE
               PERFORM 3000-FILL-PAGE-FORWARD
           END-IF
               MOVE LOW-VALUES TO DATMBRWI
               PERFORM 4000-CLEAR-PAGE
               MOVE 'NOT AUTHORIZED TO BROWSE' TO BRWMSGO
               MOVE 'BROWSE' TO WS-SVIO-FUNCTION
               MOVE SPACES TO WS-SVIO-KEY
               PERFORM 9700-LOG-FUNCTION-DENIAL
               PERFORM 5000-SEND-BROWSE-SCREEN
               PERFORM 8000-RETURN-TRANSID
           END-IF
      *    nothing - reaching the region is not an entitlement.
       0500-READ-ENTITLEMENT.
           MOVE 'N' TO WS-SEC-OK-SW
           PERFORM 9740-READ-SEC-ROW
           MOVE WS-SVIO-OPERATOR TO WS-OPERATOR
           IF WS-SVIO-ROW-OK
               SET WS-SEC-OK TO TRUE
           ELSE
               MOVE SPACES TO DATSECR-RECORD
       5000-SEND-BROWSE-SCREEN.
           MOVE WS-CA-COMPANY TO BRWCOO
           MOVE WS-CA-EMPID   TO BRWEMO
           IF WS-SVIO-SCREEN-MSG NOT = SPACES
               MOVE WS-SVIO-SCREEN-MSG TO BRWMSGO
           END-IF
           IF BRWMSGO = SPACES OR LOW-VALUES
               MOVE 'TYPE S AGAINST A ROW TO SEE THE DETAIL'
                               TO BRWMSGO
                RETURN TRANSID('DBRW')
                       COMMAREA(WS-OUT-COMMAREA)
           END-EXEC.

           COPY DATSVCK.
