      *----------------------------------------------------------------
      * Mod log:
      *   2026-09-02  Initial version.
      *   2026-10-05  ADD and CHANGE carry the company's settlement
      *               bank instructions (routing, account, account
      *               type) for the DATSETL ACH payment. A routing
      *               number must be nine digits with a good ABA
      *               check digit and needs an account with it; a
      *               blank type defaults to checking. CHANGE only
      *               replaces the instructions when a routing
      *               number is keyed.
      *   2026-10-05  A dependent whose coverage has been end-dated
      *               (DEP-STATUS 'T') no longer blocks a DEACT -
      *               only a dependent in force does.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CMT-COMP-CODE           PIC X(4).
           05  CMT-COMP-NAME           PIC X(30).
           05  CMT-ACTIVE-FLAG         PIC X(1).
           05  CMT-BANK-ROUTING        PIC X(9).
           05  CMT-ROUTING-DIGITS REDEFINES CMT-BANK-ROUTING.
               10  CMT-ROUTING-DIGIT   PIC 9(1) OCCURS 9 TIMES.
           05  CMT-BANK-ACCOUNT        PIC X(17).
           05  CMT-BANK-ACCT-TYPE      PIC X(1).
           05  FILLER                  PIC X(12).
       FD  COMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATCOMP.
       01  WS-COMP-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-COMP-FOUND                     VALUE 'Y'.
       01  WS-EFF-COMPANY              PIC X(4).
       01  WS-BANK-VALID-SW            PIC X(1)  VALUE 'N'.
           88  WS-BANK-VALID                     VALUE 'Y'.
       01  WS-ROUTING-SUM              PIC 9(4)  VALUE ZEROS.
       01  WS-ROUTING-QUOT             PIC 9(4)  VALUE ZEROS.
       01  WS-ROUTING-REM              PIC 9(1)  VALUE ZEROS.
       01  WS-TRAN-REF-COUNT           PIC 9(7)  VALUE ZEROS.
       01  WS-DEP-REF-COUNT            PIC 9(7)  VALUE ZEROS.
       01  WS-CONTROL-TOTALS.

       2000-APPLY-TRANSACTION.
           PERFORM 2100-READ-COMP-MASTER.
           IF CMT-BANK-ROUTING NOT = SPACES
               PERFORM 2200-EDIT-BANK-INSTRUCTIONS
           END-IF
           EVALUATE TRUE
               WHEN CMT-ADD
                   PERFORM 3000-APPLY-ADD
                   STOP RUN
           END-EVALUATE.

      *    An ABA routing number proves itself: the digits weighted
      *    3,7,1 repeating must sum to a multiple of ten. A bad one
      *    would only come back from the bank as a returned entry.
       2200-EDIT-BANK-INSTRUCTIONS.
           MOVE 'N' TO WS-BANK-VALID-SW
           EVALUATE TRUE
               WHEN CMT-BANK-ROUTING NOT NUMERIC
                   MOVE 'BANK ROUTING NOT NUMERIC' TO RL-DISPOSITION
               WHEN CMT-BANK-ACCOUNT = SPACES
                   MOVE 'BANK ACCOUNT MISSING' TO RL-DISPOSITION
               WHEN CMT-BANK-ACCT-TYPE NOT = SPACE
                   AND CMT-BANK-ACCT-TYPE NOT = 'C'
                   AND CMT-BANK-ACCT-TYPE NOT = 'S'
                   MOVE 'BANK ACCT TYPE NOT C OR S' TO RL-DISPOSITION
               WHEN OTHER
                   COMPUTE WS-ROUTING-SUM =
                       3 * (CMT-ROUTING-DIGIT (1)
                          + CMT-ROUTING-DIGIT (4)
                          + CMT-ROUTING-DIGIT (7))
                     + 7 * (CMT-ROUTING-DIGIT (2)
                          + CMT-ROUTING-DIGIT (5)
                          + CMT-ROUTING-DIGIT (8))
                     +      CMT-ROUTING-DIGIT (3)
                          + CMT-ROUTING-DIGIT (6)
                          + CMT-ROUTING-DIGIT (9)
                   DIVIDE WS-ROUTING-SUM BY 10
                       GIVING WS-ROUTING-QUOT REMAINDER WS-ROUTING-REM
                   IF WS-ROUTING-REM = 0
                       SET WS-BANK-VALID TO TRUE
                   ELSE
                       MOVE 'BANK ROUTING CHECK DIGIT'
                           TO RL-DISPOSITION
                   END-IF
           END-EVALUATE.

       3000-APPLY-ADD.
           EVALUATE TRUE
               WHEN WS-COMP-FOUND
               WHEN CMT-COMP-NAME = SPACES
                   MOVE 'COMPANY NAME MISSING' TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN CMT-BANK-ROUTING NOT = SPACES
                   AND NOT WS-BANK-VALID
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   MOVE SPACES        TO DATCOMP-RECORD
                   MOVE CMT-COMP-CODE TO COMP-KEY
                   ELSE
                       MOVE 'Y' TO COMP-ACTIVE-FLAG
                   END-IF
                   IF CMT-BANK-ROUTING NOT = SPACES
                       PERFORM 3300-MOVE-BANK-INSTRUCTIONS
                   END-IF
                   WRITE DATCOMP-RECORD
                   PERFORM 5000-CHECK-COMP-IO
                   PERFORM 4000-REPORT-APPLIED
                   MOVE 'USE DEACT TO RETIRE A COMPANY'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN CMT-BANK-ROUTING NOT = SPACES
                   AND NOT WS-BANK-VALID
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   IF CMT-COMP-NAME NOT = SPACES
                       MOVE CMT-COMP-NAME TO COMP-NAME
                   END-IF
                   IF CMT-BANK-ROUTING NOT = SPACES
                       PERFORM 3300-MOVE-BANK-INSTRUCTIONS
                   END-IF
                   IF CMT-ACTIVE-FLAG = 'Y'
                       MOVE 'Y' TO COMP-ACTIVE-FLAG
                   END-IF
               END-IF
           END-IF.

       3300-MOVE-BANK-INSTRUCTIONS.
           MOVE CMT-BANK-ROUTING TO COMP-BANK-ROUTING
           MOVE CMT-BANK-ACCOUNT TO COMP-BANK-ACCOUNT
           IF CMT-BANK-ACCT-TYPE = 'S'
               MOVE 'S' TO COMP-BANK-ACCT-TYPE
           ELSE
               MOVE 'C' TO COMP-BANK-ACCT-TYPE
           END-IF.

      *    A blank company byte on either file means the default
      *    company, so the guard normalizes before comparing -
      *    deactivating the default company is blocked by every
               MOVE DEP-COMPANY TO WS-EFF-COMPANY
           END-IF
           IF WS-EFF-COMPANY = CMT-COMP-CODE
               AND DEP-ACTIVE
               ADD 1 TO WS-DEP-REF-COUNT
           END-IF.

