      *               pre-existing row is. The in-storage table's
      *               OCCURS doubled to 100 to make room for the
      *               per-company plans.
      *   2026-10-05  Chargebacks (CB) and re-presentments (RP) from
      *               the dispute desk carry no fee - they move the
      *               original sale's amount back and forth, so net
      *               is the amount and the rate table is not read.
      *   2026-10-05  Tax on the fee: the TAXFILE tax rate table
      *               (DATTAXR layout, rows by company with effective
      *               dates) is loaded beside the rate table on the
      *               first call and searched the same way - the
      *               company's latest row on or before the
      *               transaction date, else the default (blank-
      *               company) row. The tax and its jurisdiction come
      *               back in DS-TAX / DS-TAX-JURIS and DS-NET is the
      *               amount less the fee and the tax. No applicable
      *               row means the fee is not taxed - zero tax, not
      *               an error.
      *   2026-10-05  Manual adjustments (AC credit / AD debit) carry
      *               no fee, the same as the dispute postings - they
      *               correct a transaction that was priced already.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      >>IF CICS-BUILD NOT DEFINED
           SELECT RATE-FILE ASSIGN TO RATEFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT TAX-FILE ASSIGN TO TAXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
      >>END-IF
       DATA DIVISION.
      >>IF CICS-BUILD NOT DEFINED
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATRATE.
       FD  TAX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATTAXR.
      >>END-IF
       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS             PIC X(2)  VALUE '00'.
               10  WS-RT-COMPANY      PIC X(4).
               10  WS-RT-PCT          PIC S9(3)V9(4) COMP-3.
               10  WS-RT-MIN-FEE      PIC S9(5)V99 COMP-3.
       01  WS-TAX-STATUS              PIC X(2)  VALUE '00'.
       01  WS-TAXES-LOADED-SW         PIC X(1)  VALUE 'N'.
           88  WS-TAXES-LOADED                  VALUE 'Y'.
       01  WS-TAX-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-TAX-EOF                       VALUE 'Y'.
       01  WS-TAX-OVERFLOW-SW         PIC X(1)  VALUE 'N'.
           88  WS-TAX-OVERFLOW                  VALUE 'Y'.
       01  WS-TAX-COUNT               PIC S9(4) COMP VALUE ZEROS.
       01  WS-TAX-IX                  PIC S9(4) COMP.
       01  WS-TAX-BEST-IX             PIC S9(4) COMP.
       01  WS-TAX-DFLT-IX             PIC S9(4) COMP.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY OCCURS 50 TIMES.
               10  WS-TX-COMPANY      PIC X(4).
               10  WS-TX-EFFDATE      PIC X(8).
               10  WS-TX-JURIS        PIC X(6).
               10  WS-TX-PCT          PIC S9(3)V9(4) COMP-3.
      >>IF CICS-BUILD DEFINED
       01  WS-RESP                    PIC S9(8) COMP.
       01  WS-RATE-RID                PIC X(14).
       01  WS-TAX-RID                 PIC X(12).
           COPY DATRATE.
           COPY DATTAXR.
      >>END-IF
       LINKAGE SECTION.
      >>IF CICS-BUILD DEFINED
      >>END-IF
           MOVE ZEROS TO DS-FEE
           MOVE ZEROS TO DS-NET
           MOVE ZEROS TO DS-TAX
           MOVE SPACES TO DS-TAX-JURIS

           IF DS-MYDATA = SPACE OR LOW-VALUES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *    Dispute postings reverse or restore a sale that was
      *    already priced once - no second fee either way. Manual
      *    adjustments correct a posting that was priced once too.
           IF DS-TRAN-TYPE = 'CB' OR DS-TRAN-TYPE = 'RP'
               OR DS-TRAN-TYPE = 'AC' OR DS-TRAN-TYPE = 'AD'
               MOVE DS-AMOUNT TO DS-NET
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT WS-RATES-LOADED
               PERFORM 1000-LOAD-RATE-TABLE
           END-IF
               GOBACK
           END-IF

           IF NOT WS-TAXES-LOADED
               PERFORM 1100-LOAD-TAX-TABLE
           END-IF

           IF WS-TAX-OVERFLOW
               DISPLAY 'DEMOSUB - TAX TABLE OVERFLOWED AT LOAD, '
                   'NOTHING PRICED - RAISE THE OCCURS AND RECOMPILE'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-FIND-APPLICABLE-RATE.

           IF WS-BEST-IX = 0
           END-IF

           PERFORM 3000-COMPUTE-FEE.
           PERFORM 4000-FIND-APPLICABLE-TAX.
           IF WS-TAX-BEST-IX NOT = 0
               PERFORM 5000-COMPUTE-TAX
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

           END-PERFORM
           CLOSE RATE-FILE
           SET WS-RATES-LOADED TO TRUE.

       1100-LOAD-TAX-TABLE.
           OPEN INPUT TAX-FILE
           IF WS-TAX-STATUS NOT = '00'
               DISPLAY 'DEMOSUB - TAX-FILE OPEN FAILED, STATUS='
                   WS-TAX-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-TAX-EOF
               READ TAX-FILE
                   AT END
                       SET WS-TAX-EOF TO TRUE
                   NOT AT END
                       PERFORM 1600-STORE-TAX-ROW
               END-READ
           END-PERFORM
           CLOSE TAX-FILE
           SET WS-TAXES-LOADED TO TRUE.
      >>ELSE
       1000-LOAD-RATE-TABLE.
           MOVE LOW-VALUES TO WS-RATE-RID
                ENDBR DATASET('RATEFILE')
           END-EXEC
           SET WS-RATES-LOADED TO TRUE.

       1100-LOAD-TAX-TABLE.
           MOVE LOW-VALUES TO WS-TAX-RID
           EXEC CICS
                STARTBR DATASET('TAXFILE')
                        RIDFLD(WS-TAX-RID)
                        RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'DEMOSUB - TAXFILE BROWSE FAILED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-TAX-EOF
               EXEC CICS
                    READNEXT DATASET('TAXFILE')
                             INTO(DATTAXR-RECORD)
                             RIDFLD(WS-TAX-RID)
                             RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 1600-STORE-TAX-ROW
               ELSE
                   SET WS-TAX-EOF TO TRUE
               END-IF
           END-PERFORM
           EXEC CICS
                ENDBR DATASET('TAXFILE')
           END-EXEC
           SET WS-TAXES-LOADED TO TRUE.
      >>END-IF

       1500-STORE-RATE-ROW.
               SET WS-RATE-OVERFLOW TO TRUE
           END-IF.

      *    Same poisoning as the rate table - a dropped tax row would
      *    under-tax with RC 0.
       1600-STORE-TAX-ROW.
           IF WS-TAX-COUNT < 50
               ADD 1 TO WS-TAX-COUNT
               MOVE TAX-COMPANY
                   TO WS-TX-COMPANY (WS-TAX-COUNT)
               MOVE TAX-EFFECTIVE-DATE
                   TO WS-TX-EFFDATE (WS-TAX-COUNT)
               MOVE TAX-JURISDICTION
                   TO WS-TX-JURIS (WS-TAX-COUNT)
               MOVE TAX-PCT
                   TO WS-TX-PCT (WS-TAX-COUNT)
           ELSE
               SET WS-TAX-OVERFLOW TO TRUE
           END-IF.

      *    The applicable rate is the row for this type with the
      *    latest effective date on or before the transaction date,
      *    taken from the caller's company's plan when it has one
               MOVE WS-RT-MIN-FEE (WS-BEST-IX) TO DS-FEE
           END-IF
           COMPUTE DS-NET = DS-AMOUNT - DS-FEE.

      *    The same search as the fee rate: the company's own row
      *    with the latest effective date on or before the
      *    transaction date, else the latest default row.
       4000-FIND-APPLICABLE-TAX.
           MOVE ZEROS TO WS-TAX-BEST-IX
           MOVE ZEROS TO WS-TAX-DFLT-IX
           PERFORM VARYING WS-TAX-IX FROM 1 BY 1
                   UNTIL WS-TAX-IX > WS-TAX-COUNT
               IF WS-TX-EFFDATE (WS-TAX-IX) NOT > DS-TRAN-DATE
                   PERFORM 4100-WEIGH-CANDIDATE-TAX
               END-IF
           END-PERFORM
           IF WS-TAX-BEST-IX = 0
               MOVE WS-TAX-DFLT-IX TO WS-TAX-BEST-IX
           END-IF.

       4100-WEIGH-CANDIDATE-TAX.
           EVALUATE TRUE
               WHEN WS-TX-COMPANY (WS-TAX-IX) = DS-COMPANY
                   AND DS-COMPANY NOT = SPACES
                   IF WS-TAX-BEST-IX = 0
                       OR WS-TX-EFFDATE (WS-TAX-IX)
                           > WS-TX-EFFDATE (WS-TAX-BEST-IX)
                       MOVE WS-TAX-IX TO WS-TAX-BEST-IX
                   END-IF
               WHEN WS-TX-COMPANY (WS-TAX-IX) = SPACES
                   IF WS-TAX-DFLT-IX = 0
                       OR WS-TX-EFFDATE (WS-TAX-IX)
                           > WS-TX-EFFDATE (WS-TAX-DFLT-IX)
                       MOVE WS-TAX-IX TO WS-TAX-DFLT-IX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5000-COMPUTE-TAX.
           COMPUTE DS-TAX ROUNDED =
               DS-FEE * WS-TX-PCT (WS-TAX-BEST-IX) / 100
           MOVE WS-TX-JURIS (WS-TAX-BEST-IX) TO DS-TAX-JURIS
           COMPUTE DS-NET = DS-AMOUNT - DS-FEE - DS-TAX.
