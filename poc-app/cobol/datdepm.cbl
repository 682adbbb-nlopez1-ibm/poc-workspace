      * change is journaled the way DATBATCH journals its DEMOSUB
      * calls (DATJRNL layout, JRNLFILE). Replaces the hand-built
      * IDCAMS jobs and one-at-a-time keying.
      * On a CHANGE, a blank name/relationship/effective-date/
      * employee/birth-date field on the transaction leaves that
      * field as it stands on the master.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-08-22  Initial version.
      *               master; a CHANGE that supplies one gets the
      *               same check. Dependent rows stop floating free
      *               of the employee who carries them.
      *   2026-10-05  Date of birth: DMT-BIRTH-DATE rides the HR
      *               change file and lands on DEP-BIRTH-DATE for
      *               the DATDAGE age-out pass. It may be blank (HR
      *               does not have one for every dependent) but a
      *               supplied date must be numeric. A re-dated
      *               dependent starts a new coverage period, so any
      *               end date left by an age-out is cleared.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN DMT-BIRTH-DATE NOT = SPACES
                   AND DMT-BIRTH-DATE NOT NUMERIC
                   MOVE 'BIRTH DATE NOT NUMERIC'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   PERFORM 2200-VALIDATE-REL-CODE
                   PERFORM 2300-VALIDATE-COMPANY
           MOVE DMT-EFFECTIVE-DATE  TO DEP-EFFECTIVE-DATE
           MOVE DMT-COMPANY         TO DEP-COMPANY
           MOVE DMT-EMP-ID          TO DEP-EMP-ID
           MOVE DMT-BIRTH-DATE      TO DEP-BIRTH-DATE
           PERFORM 3500-SET-EFFECTIVE-STATUS
           WRITE DATDEPR-RECORD
           PERFORM 5000-CHECK-DEP-IO
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN DMT-BIRTH-DATE NOT = SPACES
                   AND DMT-BIRTH-DATE NOT NUMERIC
                   MOVE 'BIRTH DATE NOT NUMERIC'
                       TO RL-DISPOSITION
                   PERFORM 4100-REPORT-REJECTED
               WHEN OTHER
                   PERFORM 3150-APPLY-CHANGE-FIELDS
           END-EVALUATE.
           IF DMT-EMP-ID NOT = SPACES
               MOVE DMT-EMP-ID TO DEP-EMP-ID
           END-IF
           IF DMT-BIRTH-DATE NOT = SPACES
               MOVE DMT-BIRTH-DATE TO DEP-BIRTH-DATE
           END-IF
           REWRITE DATDEPR-RECORD
           PERFORM 5000-CHECK-DEP-IO
           PERFORM 4000-REPORT-APPLIED.
               MOVE 'P' TO DEP-STATUS
           ELSE
               MOVE 'A' TO DEP-STATUS
           END-IF
           MOVE SPACES TO DEP-END-DATE
           MOVE SPACES TO DEP-END-REASON.

       4000-REPORT-APPLIED.
           MOVE 'APPLIED' TO RL-DISPOSITION
