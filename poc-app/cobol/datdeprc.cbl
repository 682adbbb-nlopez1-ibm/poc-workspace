      * unload of DEP-FILE (DEPUNLD, DATDEPR layout) - same two-file
      * match shape as DATORGRC. Reports dependents on HR but missing
      * from us, on us but gone from HR, and matched records whose
      * name, relationship code, effective date or date of birth
      * disagree (one line per differing field, counted once per
      * record), with control totals per category. The report is
      * the benefits team's monthly work queue; discrepancies used
      * to surface as claim problems.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-08-22  Initial version.
      *   2026-10-05  Date of birth is reconciled too (DIFF-DOB) -
      *               HR's HRX-BIRTH-DATE against DEP-BIRTH-DATE,
      *               which drives the DATDAGE age-out pass.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                         ==DEP-STATUS==     BY ==UNL-STATUS==
                         ==DEP-ACTIVE==     BY ==UNL-ACTIVE==
                         ==DEP-PENDING==    BY ==UNL-PENDING==
                         ==DEP-ENDED==      BY ==UNL-ENDED==
                         ==DEP-COMPANY==    BY ==UNL-COMPANY==
                         ==DEP-BIRTH-DATE== BY ==UNL-BIRTH-DATE==
                         ==DEP-END-DATE==   BY ==UNL-END-DATE==
                         ==DEP-END-REASON== BY ==UNL-END-REASON==
                         ==DEP-END-AGE-OUT==
                                            BY ==UNL-END-AGE-OUT==.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(90).
               WRITE RPT-RECORD FROM WS-RPT-LINE
               SET WS-RECORD-DIFFERS TO TRUE
           END-IF
           IF HRX-BIRTH-DATE NOT = UNL-BIRTH-DATE
               MOVE 'DIFF-DOB'   TO RL-CATEGORY
               MOVE HRX-DEP-ID   TO RL-DEP-ID
               MOVE HRX-BIRTH-DATE TO RL-HR-VALUE
               MOVE UNL-BIRTH-DATE TO RL-OUR-VALUE
               WRITE RPT-RECORD FROM WS-RPT-LINE
               SET WS-RECORD-DIFFERS TO TRUE
           END-IF
           IF WS-RECORD-DIFFERS
               ADD 1 TO WS-COUNT-DIFFERENT
           ELSE
