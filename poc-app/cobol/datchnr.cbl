      *   DATLOAD LODOUT + DATRCYC RCYOUT  =  DATEDIT  EDTIN IN
      *   DATEDIT TRANFILE + DATTREL rel.
      *     + the day's blank-landing hold releases (DATAUDL's
      *       HLDHIST count)
      *     + DATDSPP dispute postings
      *     + DATADJP adjustment postings   =  DATBATCH TRANFILE IN
      *   DATBATCH PRCFILE OUT             =  DATDREV  PRCFILE IN
      * The recycle, release and hold-release counts are folded
      * into their links because all three are designed flows -
      * unprocessed census DATBATCH saw - a prior night's errored
      * records sit unposted in that census and will flag the link,
      * which is unposted work someone should be looking at anyway.
      * A date that took intraday cycles (DATICYC) has their records
      * on the ICR day file concatenated ahead of the end-of-day
      * generation. Counts are kept per RUNCTL cycle (ICR-CYCLE) and
      * the links are checked on the date's sums, so each cycle's
      * handoffs count once and a restart within a cycle still
      * replaces its own earlier record.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-09-02  Initial version.
      *               tonight's census the same way a DATTREL
      *               release does, and was firing the same false
      *               mismatch.
      *   2026-10-05  The edit-to-batch link also adds DATDSPP's
      *               chargeback / re-presentment postings, written
      *               onto TRAN-FILE unprocessed ahead of DATBATCH.
      *               Optional like the other designed flows.
      *   2026-10-05  The edit-to-batch link also adds DATADJP's
      *               approved manual adjustments, written onto
      *               TRAN-FILE unprocessed ahead of DATBATCH the
      *               same way. Optional like the other designed
      *               flows.
      *   2026-10-05  Intraday cycles: counts are collected per
      *               ICR-CYCLE (a record with no cycle counts under
      *               cycle 1) and summed across the date's cycles
      *               before the links are checked, so the day's
      *               intraday loads, edits and batches are proven
      *               against the end-of-day revenue read of the
      *               whole date.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-COUNT-READ               PIC 9(5)  VALUE ZEROS.
       01  WS-MISMATCH-SW              PIC X(1)  VALUE 'N'.
           88  WS-MISMATCH                       VALUE 'Y'.
      *    The interface counts for each cycle of the date, the
      *    last record read for an interface standing within its
      *    cycle.
       01  WS-CYCLE-IX                 PIC S9(4) COMP.
       01  WS-CYCLE-HIGH               PIC S9(4) COMP VALUE ZEROS.
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-ENTRY OCCURS 99 TIMES.
               10  WS-CY-LOAD-OUT          PIC 9(7) VALUE ZEROS.
               10  WS-CY-LOAD-OUT-FOUND    PIC X(1) VALUE 'N'.
               10  WS-CY-EDIT-IN           PIC 9(7) VALUE ZEROS.
               10  WS-CY-EDIT-IN-FOUND     PIC X(1) VALUE 'N'.
               10  WS-CY-EDIT-OUT          PIC 9(7) VALUE ZEROS.
               10  WS-CY-EDIT-OUT-FOUND    PIC X(1) VALUE 'N'.
               10  WS-CY-BATCH-IN          PIC 9(7) VALUE ZEROS.
               10  WS-CY-BATCH-IN-FOUND    PIC X(1) VALUE 'N'.
               10  WS-CY-BATCH-OUT         PIC 9(7) VALUE ZEROS.
               10  WS-CY-BATCH-OUT-FOUND   PIC X(1) VALUE 'N'.
               10  WS-CY-DREV-IN           PIC 9(7) VALUE ZEROS.
               10  WS-CY-DREV-IN-FOUND     PIC X(1) VALUE 'N'.
               10  WS-CY-RCY-OUT           PIC 9(7) VALUE ZEROS.
               10  WS-CY-TREL-OUT          PIC 9(7) VALUE ZEROS.
               10  WS-CY-HOLD-OUT          PIC 9(7) VALUE ZEROS.
               10  WS-CY-DSP-OUT           PIC 9(7) VALUE ZEROS.
               10  WS-CY-ADJ-OUT           PIC 9(7) VALUE ZEROS.
      *    One slot per interface record the chain check needs,
      *    summed over the date's cycles; the found switch tells a
      *    missing record from a zero one.
       01  WS-LINK-COUNTS.
           05  WS-LOAD-OUT             PIC 9(7) VALUE ZEROS.
           05  WS-LOAD-OUT-FOUND       PIC X(1) VALUE 'N'.
           05  WS-RCY-OUT              PIC 9(7) VALUE ZEROS.
           05  WS-TREL-OUT             PIC 9(7) VALUE ZEROS.
           05  WS-HOLD-OUT             PIC 9(7) VALUE ZEROS.
           05  WS-DSP-OUT              PIC 9(7) VALUE ZEROS.
           05  WS-ADJ-OUT              PIC 9(7) VALUE ZEROS.
       01  WS-CMP-FROM                 PIC 9(7).
       01  WS-CMP-FROM-FOUND           PIC X(1).
       01  WS-CMP-TO                   PIC 9(7).
               END-READ
           END-PERFORM

           PERFORM 2500-SUM-CYCLE-COUNTS.
           PERFORM 3000-CHECK-CHAIN-LINKS.

           CLOSE ICR-FILE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY 'DATCHNR - INTERFACE RECORDS READ='
               WS-COUNT-READ ' CYCLES=' WS-CYCLE-HIGH
           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

           END-IF.

      *    A restarted step appends a second record for the same
      *    interface; the last one read within a cycle is the one
      *    that stands. A record with no cycle is cycle 1.
       2000-COLLECT-INTERFACE-COUNT.
           IF ICR-CYCLE NUMERIC AND ICR-CYCLE NOT = '00'
               MOVE ICR-CYCLE TO WS-CYCLE-IX
           ELSE
               MOVE 1 TO WS-CYCLE-IX
           END-IF
           IF WS-CYCLE-IX > WS-CYCLE-HIGH
               MOVE WS-CYCLE-IX TO WS-CYCLE-HIGH
           END-IF
           EVALUATE TRUE
               WHEN ICR-PROGRAM = 'DATLOAD'
                   AND ICR-DDNAME = 'LODOUT'
                   MOVE ICR-COUNT TO WS-CY-LOAD-OUT (WS-CYCLE-IX)
                   MOVE 'Y' TO WS-CY-LOAD-OUT-FOUND (WS-CYCLE-IX)
               WHEN ICR-PROGRAM = 'DATEDIT'
                   AND ICR-DDNAME = 'EDTIN'
                   MOVE ICR-COUNT TO WS-CY-EDIT-IN (WS-CYCLE-IX)
                   MOVE 'Y' TO WS-CY-EDIT-IN-FOUND (WS-CYCLE-IX)
               WHEN ICR-PROGRAM = 'DATEDIT'
                   AND ICR-DDNAME = 'TRANFILE'
                   MOVE ICR-COUNT TO WS-CY-EDIT-OUT (WS-CYCLE-IX)
                   MOVE 'Y' TO WS-CY-EDIT-OUT-FOUND (WS-CYCLE-IX)
               WHEN ICR-PROGRAM = 'DATBATCH'
                   AND ICR-DDNAME = 'TRANFILE'
                   MOVE ICR-COUNT TO WS-CY-BATCH-IN (WS-CYCLE-IX)
                   MOVE 'Y' TO WS-CY-BATCH-IN-FOUND (WS-CYCLE-IX)
               WHEN ICR-PROGRAM = 'DATBATCH'
                   AND ICR-DDNAME = 'PRCFILE'
                   MOVE ICR-COUNT TO WS-CY-BATCH-OUT (WS-CYCLE-IX)
                   MOVE 'Y' TO WS-CY-BATCH-OUT-FOUND (WS-CYCLE-IX)
               WHEN ICR-PROGRAM = 'DATDREV'
                   AND ICR-DDNAME = 'PRCFILE'
                   MOVE ICR-COUNT TO WS-CY-DREV-IN (WS-CYCLE-IX)
                   MOVE 'Y' TO WS-CY-DREV-IN-FOUND (WS-CYCLE-IX)
               WHEN ICR-PROGRAM = 'DATRCYC'
                   AND ICR-DDNAME = 'RCYOUT'
                   MOVE ICR-COUNT TO WS-CY-RCY-OUT (WS-CYCLE-IX)
               WHEN ICR-PROGRAM = 'DATTREL'
                   AND ICR-DDNAME = 'TRANFILE'
                   MOVE ICR-COUNT TO WS-CY-TREL-OUT (WS-CYCLE-IX)
               WHEN ICR-PROGRAM = 'DATAUDL'
                   AND ICR-DDNAME = 'HLDHIST'
                   MOVE ICR-COUNT TO WS-CY-HOLD-OUT (WS-CYCLE-IX)
               WHEN ICR-PROGRAM = 'DATDSPP'
                   AND ICR-DDNAME = 'TRANFILE'
                   MOVE ICR-COUNT TO WS-CY-DSP-OUT (WS-CYCLE-IX)
               WHEN ICR-PROGRAM = 'DATADJP'
                   AND ICR-DDNAME = 'TRANFILE'
                   MOVE ICR-COUNT TO WS-CY-ADJ-OUT (WS-CYCLE-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    An interface found in any cycle of the date is found.
       2500-SUM-CYCLE-COUNTS.
           PERFORM VARYING WS-CYCLE-IX FROM 1 BY 1
                   UNTIL WS-CYCLE-IX > WS-CYCLE-HIGH
               ADD WS-CY-LOAD-OUT   (WS-CYCLE-IX) TO WS-LOAD-OUT
               ADD WS-CY-EDIT-IN    (WS-CYCLE-IX) TO WS-EDIT-IN
               ADD WS-CY-EDIT-OUT   (WS-CYCLE-IX) TO WS-EDIT-OUT
               ADD WS-CY-BATCH-IN   (WS-CYCLE-IX) TO WS-BATCH-IN
               ADD WS-CY-BATCH-OUT  (WS-CYCLE-IX) TO WS-BATCH-OUT
               ADD WS-CY-DREV-IN    (WS-CYCLE-IX) TO WS-DREV-IN
               ADD WS-CY-RCY-OUT    (WS-CYCLE-IX) TO WS-RCY-OUT
               ADD WS-CY-TREL-OUT   (WS-CYCLE-IX) TO WS-TREL-OUT
               ADD WS-CY-HOLD-OUT   (WS-CYCLE-IX) TO WS-HOLD-OUT
               ADD WS-CY-DSP-OUT    (WS-CYCLE-IX) TO WS-DSP-OUT
               ADD WS-CY-ADJ-OUT    (WS-CYCLE-IX) TO WS-ADJ-OUT
               IF WS-CY-LOAD-OUT-FOUND (WS-CYCLE-IX) = 'Y'
                   MOVE 'Y' TO WS-LOAD-OUT-FOUND
               END-IF
               IF WS-CY-EDIT-IN-FOUND (WS-CYCLE-IX) = 'Y'
                   MOVE 'Y' TO WS-EDIT-IN-FOUND
               END-IF
               IF WS-CY-EDIT-OUT-FOUND (WS-CYCLE-IX) = 'Y'
                   MOVE 'Y' TO WS-EDIT-OUT-FOUND
               END-IF
               IF WS-CY-BATCH-IN-FOUND (WS-CYCLE-IX) = 'Y'
                   MOVE 'Y' TO WS-BATCH-IN-FOUND
               END-IF
               IF WS-CY-BATCH-OUT-FOUND (WS-CYCLE-IX) = 'Y'
                   MOVE 'Y' TO WS-BATCH-OUT-FOUND
               END-IF
               IF WS-CY-DREV-IN-FOUND (WS-CYCLE-IX) = 'Y'
                   MOVE 'Y' TO WS-DREV-IN-FOUND
               END-IF
           END-PERFORM.

      *    EDTIN concatenates the recycled repairs behind the feed,
      *    so the edit's read count should equal the loader's
      *    output plus the recycle step's.

      *    DATTREL's releases and the day's blank-landing hold
      *    releases rejoin the unprocessed census ahead of the
      *    batch, as do the dispute desk's generated postings and
      *    the approved manual adjustments, so they belong on the
      *    edit's side of this link.
      *    A prior night's errored records still sit unposted in
      *    the census and will flag here - that is unworked
      *    inventory someone should be looking at, by design.
           MOVE 'EDIT+REL+HLD+DSP+ADJ/BATCH' TO RL-LINK
           COMPUTE WS-CMP-FROM = WS-EDIT-OUT + WS-TREL-OUT
               + WS-HOLD-OUT + WS-DSP-OUT + WS-ADJ-OUT
           MOVE WS-EDIT-OUT-FOUND TO WS-CMP-FROM-FOUND
           MOVE WS-BATCH-IN       TO WS-CMP-TO
           MOVE WS-BATCH-IN-FOUND TO WS-CMP-TO-FOUND
