       ID DIVISION.
       PROGRAM-ID. DATMASK.
      *----------------------------------------------------------------
      * Masked refresh of a test region from production. Copies
      * DEP-FILE, EMPFILE, TRAN-FILE and the Q.ORG (DATORGX) and
      * Q.STAFF (DATSTFX) extracts onto the test region's copies
      * (the M... DD names) so testing runs against real volumes
      * and real edge cases instead of hand-made rows - without a
      * real name leaving production:
      *    - DEP-NAME, EMP-NAME and the Q.ORG manager name are
      *      replaced by a fictitious name drawn from a fixed table
      *      by a hash of the real name, so the same person gets the
      *      same fictitious name on every file and every refresh.
      *    - TRAN-AMOUNT and the Q.STAFF salary and commission
      *      totals are moved by a whole percentage within the
      *      tolerance on the parameter card, chosen by a hash of
      *      the key. A refund or adjustment moves by the same
      *      percentage as the transaction its TRAN-ORIG-ID names,
      *      so it stays in proportion to it.
      *    - Keys and cross-references (DEP-ID, DEP-EMP-ID, EMP-ID,
      *      TRAN-ID, TRAN-ORIG-ID, departments, companies, manager
      *      numbers) are copied unchanged so the linkages work.
      * After the copy the program closes everything and proves it:
      * a second pass reads every test copy back against production
      * and counts, per file, the name fields masked, the blank ones,
      * any name that survived unmasked and any key or linkage that
      * does not match. The certification report ends CERTIFIED only
      * when no unmasked name and no mismatch was found; otherwise
      * NOT CERTIFIED and RC 16 - the region is not to be handed
      * over.
      * The program refuses to run (RC 16) when DATENV is PROD or
      * blank - the copies are only ever written into a test region.
      * SYSIN parameter card: cols 1-2 amount tolerance percent,
      * 01-50; blank or zero takes 10.
      *----------------------------------------------------------------
      * Mod log:
      *   2026-10-05  Initial version.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEP-FILE ASSIGN TO DEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-KEY
               FILE STATUS IS WS-DEP-STATUS.
           SELECT EMP-FILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-KEY
               FILE STATUS IS WS-EMP-STATUS.
           SELECT TRAN-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT ORG-FILE ASSIGN TO ORGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORG-STATUS.
           SELECT STFX-FILE ASSIGN TO STFXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STFX-STATUS.
           SELECT MDEP-FILE ASSIGN TO MDEPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MDEP-KEY
               FILE STATUS IS WS-MDEP-STATUS.
           SELECT MEMP-FILE ASSIGN TO MEMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEMP-KEY
               FILE STATUS IS WS-MEMP-STATUS.
           SELECT MTRN-FILE ASSIGN TO MTRNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MTRN-KEY
               FILE STATUS IS WS-MTRN-STATUS.
           SELECT MORG-FILE ASSIGN TO MORGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MORG-STATUS.
           SELECT MSTF-FILE ASSIGN TO MSTFFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTF-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ABND-FILE ASSIGN TO ABNDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATDEPR.
       FD  EMP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATEMPL.
       FD  TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATTRAN.
       FD  ORG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATORGX.
       FD  STFX-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATSTFX.
       FD  MDEP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DATDEPR
               REPLACING ==DATDEPR-RECORD== BY ==MDEP-RECORD==
                         LEADING ==DEP-== BY ==MDEP-==.
       FD  MEMP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DATEMPL
               REPLACING ==DATEMPL-RECORD== BY ==MEMP-RECORD==
                         LEADING ==EMP-== BY ==MEMP-==.
       FD  MTRN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DATTRAN
               REPLACING ==DATTRAN-RECORD== BY ==MTRN-RECORD==
                         LEADING ==TRAN-== BY ==MTRN-==.
       FD  MORG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DATORGX
               REPLACING ==DATORGX-RECORD== BY ==MORG-RECORD==
                         LEADING ==ORGX-== BY ==MORG-==.
       FD  MSTF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DATSTFX
               REPLACING ==DATSTFX-RECORD== BY ==MSTF-RECORD==
                         LEADING ==STFX-== BY ==MSTF-==.
       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                  PIC X(80).
       FD  ABND-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DATABND.
       WORKING-STORAGE SECTION.
       01  WS-DEP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-EMP-STATUS               PIC X(2)  VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2)  VALUE '00'.
       01  WS-ORG-STATUS               PIC X(2)  VALUE '00'.
       01  WS-STFX-STATUS              PIC X(2)  VALUE '00'.
       01  WS-MDEP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-MEMP-STATUS              PIC X(2)  VALUE '00'.
       01  WS-MTRN-STATUS              PIC X(2)  VALUE '00'.
       01  WS-MORG-STATUS              PIC X(2)  VALUE '00'.
       01  WS-MSTF-STATUS              PIC X(2)  VALUE '00'.
       01  WS-RPT-STATUS               PIC X(2)  VALUE '00'.
       01  WS-ABND-STATUS              PIC X(2)  VALUE '00'.
       01  WS-WRITE-STATUS             PIC X(2)  VALUE '00'.
       01  WS-ABND-TIMESTAMP.
           05  WS-ABND-DATE            PIC 9(8).
           05  WS-ABND-TIME            PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
       01  WS-PARM-CARD.
           05  WS-PARM-TOLERANCE       PIC 9(2).
           05  FILLER                  PIC X(78).
       01  WS-TOLERANCE                PIC 9(2)  VALUE 10.
       01  WS-TOL-SPAN                 PIC 9(3)  VALUE ZEROS.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-COPY-EOF-SW              PIC X(1)  VALUE 'N'.
           88  WS-COPY-EOF                       VALUE 'Y'.
       01  WS-FILES-OPEN-SW            PIC X(1)  VALUE 'N'.
           88  WS-FILES-OPEN                     VALUE 'Y'.
      *    Fictitious name tables. A masked person name is a first
      *    name and a surname from here; the Q.ORG manager name is
      *    a Q.STAFF NAME (surname only) and takes the surname.
       01  WS-FIRST-NAME-LIST.
           05  FILLER                  PIC X(10) VALUE 'JAMES'.
           05  FILLER                  PIC X(10) VALUE 'MARY'.
           05  FILLER                  PIC X(10) VALUE 'ROBERT'.
           05  FILLER                  PIC X(10) VALUE 'PATRICIA'.
           05  FILLER                  PIC X(10) VALUE 'JOHN'.
           05  FILLER                  PIC X(10) VALUE 'JENNIFER'.
           05  FILLER                  PIC X(10) VALUE 'MICHAEL'.
           05  FILLER                  PIC X(10) VALUE 'LINDA'.
           05  FILLER                  PIC X(10) VALUE 'DAVID'.
           05  FILLER                  PIC X(10) VALUE 'ELIZABETH'.
           05  FILLER                  PIC X(10) VALUE 'WILLIAM'.
           05  FILLER                  PIC X(10) VALUE 'BARBARA'.
           05  FILLER                  PIC X(10) VALUE 'RICHARD'.
           05  FILLER                  PIC X(10) VALUE 'SUSAN'.
           05  FILLER                  PIC X(10) VALUE 'JOSEPH'.
           05  FILLER                  PIC X(10) VALUE 'JESSICA'.
           05  FILLER                  PIC X(10) VALUE 'THOMAS'.
           05  FILLER                  PIC X(10) VALUE 'SARAH'.
           05  FILLER                  PIC X(10) VALUE 'CHARLES'.
           05  FILLER                  PIC X(10) VALUE 'KAREN'.
       01  WS-FIRST-NAMES REDEFINES WS-FIRST-NAME-LIST.
           05  WS-FIRST-NAME           PIC X(10) OCCURS 20 TIMES.
       01  WS-SURNAME-LIST.
           05  FILLER                  PIC X(9)  VALUE 'ASHDOWN'.
           05  FILLER                  PIC X(9)  VALUE 'BRAMLEY'.
           05  FILLER                  PIC X(9)  VALUE 'CALDWELL'.
           05  FILLER                  PIC X(9)  VALUE 'DUNMORE'.
           05  FILLER                  PIC X(9)  VALUE 'ELLERBY'.
           05  FILLER                  PIC X(9)  VALUE 'FAIRLIE'.
           05  FILLER                  PIC X(9)  VALUE 'GASKELL'.
           05  FILLER                  PIC X(9)  VALUE 'HARTWELL'.
           05  FILLER                  PIC X(9)  VALUE 'INGRAM'.
           05  FILLER                  PIC X(9)  VALUE 'JARVIS'.
           05  FILLER                  PIC X(9)  VALUE 'KENDRICK'.
           05  FILLER                  PIC X(9)  VALUE 'LOCKWOOD'.
           05  FILLER                  PIC X(9)  VALUE 'MARSDEN'.
           05  FILLER                  PIC X(9)  VALUE 'NORCROSS'.
           05  FILLER                  PIC X(9)  VALUE 'OAKLEY'.
           05  FILLER                  PIC X(9)  VALUE 'PEMBERTON'.
           05  FILLER                  PIC X(9)  VALUE 'QUINLAN'.
           05  FILLER                  PIC X(9)  VALUE 'RADCLIFF'.
           05  FILLER                  PIC X(9)  VALUE 'SELWOOD'.
           05  FILLER                  PIC X(9)  VALUE 'THORNE'.
       01  WS-SURNAMES REDEFINES WS-SURNAME-LIST.
           05  WS-SURNAME              PIC X(9)  OCCURS 20 TIMES.
       01  WS-FIRST-IX                 PIC S9(4) COMP.
       01  WS-SUR-IX                   PIC S9(4) COMP.
       01  WS-MASK-REAL                PIC X(30).
       01  WS-MASK-FAKE                PIC X(30).
       01  WS-SURNAME-ONLY-SW          PIC X(1)  VALUE 'N'.
           88  WS-SURNAME-ONLY                   VALUE 'Y'.
      *    Text hash - each character's place in WS-HASH-ALPHABET
      *    (anything else counts as 38), folded base 31 modulo a
      *    prime. The same text always hashes the same.
       01  WS-HASH-ALPHABET            PIC X(37) VALUE
           ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  WS-HASH-TEXT                PIC X(30).
       01  WS-HASH-POS                 PIC S9(4) COMP.
       01  WS-ALPHA-IX                 PIC S9(4) COMP.
       01  WS-HASH-CODE                PIC S9(4) COMP.
       01  WS-HASH                     PIC S9(9) COMP.
       01  WS-HASH-WORK                PIC S9(9) COMP.
       01  WS-HASH-QUOT                PIC S9(9) COMP.
       01  WS-PCT-REM                  PIC S9(4) COMP.
       01  WS-PERTURB-PCT              PIC S9(3).
       01  WS-COPY-TOTALS.
           05  WS-COUNT-DEP-COPIED     PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-EMP-COPIED     PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-TRAN-COPIED    PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-ORG-COPIED     PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-STFX-COPIED    PIC 9(7) VALUE ZEROS.
           05  WS-COUNT-AMT-PERTURBED  PIC 9(7) VALUE ZEROS.
      *    Certification counts, one entry per copied file in the
      *    order DEPFILE, EMPFILE, TRANFILE, ORGFILE, STFXFILE.
       01  WS-CX                       PIC S9(4) COMP.
       01  WS-CERT-FILE-LIST.
           05  FILLER                  PIC X(8)  VALUE 'DEPFILE'.
           05  FILLER                  PIC X(8)  VALUE 'EMPFILE'.
           05  FILLER                  PIC X(8)  VALUE 'TRANFILE'.
           05  FILLER                  PIC X(8)  VALUE 'ORGFILE'.
           05  FILLER                  PIC X(8)  VALUE 'STFXFILE'.
       01  WS-CERT-FILES REDEFINES WS-CERT-FILE-LIST.
           05  WS-CERT-FILE-ID         PIC X(8)  OCCURS 5 TIMES.
       01  WS-CERT-COUNTS.
           05  WS-CERT-ENTRY           OCCURS 5 TIMES.
               10  WS-CERT-RECORDS     PIC 9(7).
               10  WS-CERT-MASKED      PIC 9(7).
               10  WS-CERT-BLANK       PIC 9(7).
               10  WS-CERT-UNMASKED    PIC 9(7).
               10  WS-CERT-MISMATCH    PIC 9(7).
       01  WS-CERT-FAILURES            PIC 9(7) VALUE ZEROS.
       01  WS-RPT-TITLE-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATMASK TEST COPY  '.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'RUN DATE '.
           05  RPT-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'REGION '.
           05  RPT-REGION              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TOLERANCE '.
           05  RPT-TOLERANCE           PIC Z9.
           05  FILLER                  PIC X(1)  VALUE '%'.
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'DATMASK CONTROL RPT'.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-LABEL               PIC X(20).
           05  RPT-VALUE               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  WS-RPT-CERT-HEADING.
           05  FILLER                  PIC X(8)  VALUE 'FILE'.
           05  FILLER                  PIC X(8)  VALUE ' RECORDS'.
           05  FILLER                  PIC X(8)  VALUE '  MASKED'.
           05  FILLER                  PIC X(8)  VALUE '   BLANK'.
           05  FILLER                  PIC X(9)  VALUE ' UNMASKED'.
           05  FILLER                  PIC X(9)  VALUE ' MISMATCH'.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-RPT-CERT-LINE.
           05  RC-FILE                 PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RC-RECORDS              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RC-MASKED               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RC-BLANK                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RC-UNMASKED             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RC-MISMATCH             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(30) VALUE SPACES.
       01  WS-RPT-VERDICT-LINE.
           05  RV-VERDICT              PIC X(60).
           05  FILLER                  PIC X(20) VALUE SPACES.
       COPY DATSHARE.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT SHARED-ENVIRONMENT-ID FROM ENVIRONMENT 'DATENV'.
           IF SHARED-ENVIRONMENT-ID = SPACES
               OR SHARED-ENVIRONMENT-ID = 'PROD'
               DISPLAY 'DATMASK - DATENV=' SHARED-ENVIRONMENT-ID
                   ' IS NOT A TEST REGION, NOTHING COPIED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-TOLERANCE NUMERIC
               AND WS-PARM-TOLERANCE > ZEROS
               MOVE WS-PARM-TOLERANCE TO WS-TOLERANCE
           END-IF
           IF WS-TOLERANCE > 50
               DISPLAY 'DATMASK - TOLERANCE ' WS-TOLERANCE
                   '% OVER 50, NOTHING COPIED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF
           COMPUTE WS-TOL-SPAN = WS-TOLERANCE * 2 + 1

           PERFORM 1000-OPEN-FILES.

           PERFORM 2000-COPY-DEPENDENTS.
           PERFORM 2100-COPY-EMPLOYEES.
           PERFORM 2200-COPY-TRANSACTIONS.
           PERFORM 2300-COPY-ORG-EXTRACT.
           PERFORM 2400-COPY-STAFF-EXTRACT.

           PERFORM 9000-CLOSE-FILES.

           PERFORM 3000-CERTIFY-COPIES.

           PERFORM 8000-WRITE-REPORT.
           CLOSE RPT-FILE

           IF WS-CERT-FAILURES > 0
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9900-WRITE-ABND-LOG.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATMASK - RPT-FILE OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           OPEN INPUT DEP-FILE EMP-FILE TRAN-FILE ORG-FILE STFX-FILE
           OPEN OUTPUT MDEP-FILE MEMP-FILE MTRN-FILE MORG-FILE
                       MSTF-FILE
           SET WS-FILES-OPEN TO TRUE
           IF WS-DEP-STATUS NOT = '00' OR WS-EMP-STATUS NOT = '00'
               OR WS-TRAN-STATUS NOT = '00'
               OR WS-ORG-STATUS NOT = '00'
               OR WS-STFX-STATUS NOT = '00'
               OR WS-MDEP-STATUS NOT = '00'
               OR WS-MEMP-STATUS NOT = '00'
               OR WS-MTRN-STATUS NOT = '00'
               OR WS-MORG-STATUS NOT = '00'
               OR WS-MSTF-STATUS NOT = '00'
               DISPLAY 'DATMASK - OPEN FAILED, STATUS DEP='
                   WS-DEP-STATUS ' EMP=' WS-EMP-STATUS
                   ' TRAN=' WS-TRAN-STATUS ' ORG=' WS-ORG-STATUS
                   ' STFX=' WS-STFX-STATUS
               DISPLAY 'DATMASK - TEST COPY STATUS DEP='
                   WS-MDEP-STATUS ' EMP=' WS-MEMP-STATUS
                   ' TRAN=' WS-MTRN-STATUS ' ORG=' WS-MORG-STATUS
                   ' STFX=' WS-MSTF-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               CLOSE RPT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Copy passes. Each record is moved whole to the test copy and
      * only the name and amount fields are then overwritten, so
      * every key and cross-reference goes across as it is.
      *----------------------------------------------------------------
       2000-COPY-DEPENDENTS.
           PERFORM UNTIL WS-EOF
               READ DEP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE DATDEPR-RECORD TO MDEP-RECORD
                       MOVE 'N' TO WS-SURNAME-ONLY-SW
                       MOVE DEP-NAME TO WS-MASK-REAL
                       PERFORM 6000-MASK-NAME
                       MOVE WS-MASK-FAKE TO MDEP-NAME
                       WRITE MDEP-RECORD
                       MOVE WS-MDEP-STATUS TO WS-WRITE-STATUS
                       PERFORM 5000-CHECK-WRITE
                       ADD 1 TO WS-COUNT-DEP-COPIED
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

       2100-COPY-EMPLOYEES.
           PERFORM UNTIL WS-EOF
               READ EMP-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE DATEMPL-RECORD TO MEMP-RECORD
                       MOVE 'N' TO WS-SURNAME-ONLY-SW
                       MOVE EMP-NAME TO WS-MASK-REAL
                       PERFORM 6000-MASK-NAME
                       MOVE WS-MASK-FAKE TO MEMP-NAME
                       WRITE MEMP-RECORD
                       MOVE WS-MEMP-STATUS TO WS-WRITE-STATUS
                       PERFORM 5000-CHECK-WRITE
                       ADD 1 TO WS-COUNT-EMP-COPIED
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

      *    The percentage is keyed on the original transaction for a
      *    refund or adjustment, on the transaction itself otherwise.
       2200-COPY-TRANSACTIONS.
           PERFORM UNTIL WS-EOF
               READ TRAN-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE DATTRAN-RECORD TO MTRN-RECORD
                       IF TRAN-ORIG-ID NOT = SPACES
                           MOVE TRAN-ORIG-ID TO WS-HASH-TEXT
                       ELSE
                           MOVE TRAN-ID TO WS-HASH-TEXT
                       END-IF
                       PERFORM 6200-SET-PERTURB-PCT
                       IF TRAN-AMOUNT NOT = ZEROS
                           COMPUTE MTRN-AMOUNT ROUNDED =
                               TRAN-AMOUNT * (100 + WS-PERTURB-PCT)
                               / 100
                               ON SIZE ERROR
                                   COMPUTE MTRN-AMOUNT ROUNDED =
                                       TRAN-AMOUNT
                                       * (100 - WS-PERTURB-PCT) / 100
                           END-COMPUTE
                           ADD 1 TO WS-COUNT-AMT-PERTURBED
                       END-IF
                       WRITE MTRN-RECORD
                       MOVE WS-MTRN-STATUS TO WS-WRITE-STATUS
                       PERFORM 5000-CHECK-WRITE
                       ADD 1 TO WS-COUNT-TRAN-COPIED
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

       2300-COPY-ORG-EXTRACT.
           PERFORM UNTIL WS-EOF
               READ ORG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE DATORGX-RECORD TO MORG-RECORD
                       SET WS-SURNAME-ONLY TO TRUE
                       MOVE ORGX-MGR-NAME TO WS-MASK-REAL
                       PERFORM 6000-MASK-NAME
                       MOVE WS-MASK-FAKE TO MORG-MGR-NAME
                       WRITE MORG-RECORD
                       MOVE WS-MORG-STATUS TO WS-WRITE-STATUS
                       PERFORM 5000-CHECK-WRITE
                       ADD 1 TO WS-COUNT-ORG-COPIED
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

      *    One department's staff totals move by one percentage.
       2400-COPY-STAFF-EXTRACT.
           PERFORM UNTIL WS-EOF
               READ STFX-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE DATSTFX-RECORD TO MSTF-RECORD
                       MOVE STFX-DEPT TO WS-HASH-TEXT
                       PERFORM 6200-SET-PERTURB-PCT
                       IF STFX-SALARY NOT = ZEROS
                           COMPUTE MSTF-SALARY ROUNDED =
                               STFX-SALARY * (100 + WS-PERTURB-PCT)
                               / 100
                               ON SIZE ERROR
                                   COMPUTE MSTF-SALARY ROUNDED =
                                       STFX-SALARY
                                       * (100 - WS-PERTURB-PCT) / 100
                           END-COMPUTE
                           ADD 1 TO WS-COUNT-AMT-PERTURBED
                       END-IF
                       IF STFX-COMM NOT = ZEROS
                           COMPUTE MSTF-COMM ROUNDED =
                               STFX-COMM * (100 + WS-PERTURB-PCT)
                               / 100
                               ON SIZE ERROR
                                   COMPUTE MSTF-COMM ROUNDED =
                                       STFX-COMM
                                       * (100 - WS-PERTURB-PCT) / 100
                           END-COMPUTE
                           ADD 1 TO WS-COUNT-AMT-PERTURBED
                       END-IF
                       WRITE MSTF-RECORD
                       MOVE WS-MSTF-STATUS TO WS-WRITE-STATUS
                       PERFORM 5000-CHECK-WRITE
                       ADD 1 TO WS-COUNT-STFX-COPIED
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW.

      *----------------------------------------------------------------
      * Certification. Every test copy is read back beside its
      * production file, record for record in the same order. A
      * name field that is non-blank and equal to production is an
      * unmasked survivor; a key, linkage or record count that does
      * not match is a mismatch. Either fails the certification.
      *----------------------------------------------------------------
       3000-CERTIFY-COPIES.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
               INITIALIZE WS-CERT-ENTRY (WS-CX)
           END-PERFORM

           OPEN INPUT DEP-FILE EMP-FILE TRAN-FILE ORG-FILE STFX-FILE
           OPEN INPUT MDEP-FILE MEMP-FILE MTRN-FILE MORG-FILE
                      MSTF-FILE
           SET WS-FILES-OPEN TO TRUE
           IF WS-DEP-STATUS NOT = '00' OR WS-EMP-STATUS NOT = '00'
               OR WS-TRAN-STATUS NOT = '00'
               OR WS-ORG-STATUS NOT = '00'
               OR WS-STFX-STATUS NOT = '00'
               OR WS-MDEP-STATUS NOT = '00'
               OR WS-MEMP-STATUS NOT = '00'
               OR WS-MTRN-STATUS NOT = '00'
               OR WS-MORG-STATUS NOT = '00'
               OR WS-MSTF-STATUS NOT = '00'
               DISPLAY 'DATMASK - CERTIFICATION REOPEN FAILED'
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               CLOSE RPT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF

           PERFORM 3100-CERTIFY-DEPENDENTS
           PERFORM 3200-CERTIFY-EMPLOYEES
           PERFORM 3300-CERTIFY-TRANSACTIONS
           PERFORM 3400-CERTIFY-ORG-EXTRACT
           PERFORM 3500-CERTIFY-STAFF-EXTRACT

           PERFORM 9000-CLOSE-FILES

           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
               ADD WS-CERT-UNMASKED (WS-CX) WS-CERT-MISMATCH (WS-CX)
                   TO WS-CERT-FAILURES
           END-PERFORM.

       3100-CERTIFY-DEPENDENTS.
           MOVE 1 TO WS-CX
           PERFORM UNTIL WS-EOF AND WS-COPY-EOF
               IF NOT WS-EOF
                   READ DEP-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
               END-IF
               IF NOT WS-COPY-EOF
                   READ MDEP-FILE NEXT RECORD
                       AT END
                           SET WS-COPY-EOF TO TRUE
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN WS-EOF AND WS-COPY-EOF
                       CONTINUE
                   WHEN WS-EOF OR WS-COPY-EOF
                       ADD 1 TO WS-CERT-MISMATCH (WS-CX)
                   WHEN OTHER
                       ADD 1 TO WS-CERT-RECORDS (WS-CX)
                       IF MDEP-ID NOT = DEP-ID
                           OR MDEP-EMP-ID NOT = DEP-EMP-ID
                           OR MDEP-COMPANY NOT = DEP-COMPANY
                           OR MDEP-RELATIONSHIP-CD
                              NOT = DEP-RELATIONSHIP-CD
                           ADD 1 TO WS-CERT-MISMATCH (WS-CX)
                       END-IF
                       MOVE DEP-NAME  TO WS-MASK-REAL
                       MOVE MDEP-NAME TO WS-MASK-FAKE
                       PERFORM 3900-CERTIFY-NAME
               END-EVALUATE
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-COPY-EOF-SW.

       3200-CERTIFY-EMPLOYEES.
           MOVE 2 TO WS-CX
           PERFORM UNTIL WS-EOF AND WS-COPY-EOF
               IF NOT WS-EOF
                   READ EMP-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
               END-IF
               IF NOT WS-COPY-EOF
                   READ MEMP-FILE NEXT RECORD
                       AT END
                           SET WS-COPY-EOF TO TRUE
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN WS-EOF AND WS-COPY-EOF
                       CONTINUE
                   WHEN WS-EOF OR WS-COPY-EOF
                       ADD 1 TO WS-CERT-MISMATCH (WS-CX)
                   WHEN OTHER
                       ADD 1 TO WS-CERT-RECORDS (WS-CX)
                       IF MEMP-ID NOT = EMP-ID
                           OR MEMP-DEPT NOT = EMP-DEPT
                           OR MEMP-COMPANY NOT = EMP-COMPANY
                           ADD 1 TO WS-CERT-MISMATCH (WS-CX)
                       END-IF
                       MOVE EMP-NAME  TO WS-MASK-REAL
                       MOVE MEMP-NAME TO WS-MASK-FAKE
                       PERFORM 3900-CERTIFY-NAME
               END-EVALUATE
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-COPY-EOF-SW.

      *    TRAN-FILE carries no name field; it is certified for its
      *    record count and its linkages only.
       3300-CERTIFY-TRANSACTIONS.
           MOVE 3 TO WS-CX
           PERFORM UNTIL WS-EOF AND WS-COPY-EOF
               IF NOT WS-EOF
                   READ TRAN-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
               END-IF
               IF NOT WS-COPY-EOF
                   READ MTRN-FILE NEXT RECORD
                       AT END
                           SET WS-COPY-EOF TO TRUE
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN WS-EOF AND WS-COPY-EOF
                       CONTINUE
                   WHEN WS-EOF OR WS-COPY-EOF
                       ADD 1 TO WS-CERT-MISMATCH (WS-CX)
                   WHEN OTHER
                       ADD 1 TO WS-CERT-RECORDS (WS-CX)
                       IF MTRN-ID NOT = TRAN-ID
                           OR MTRN-ORIG-ID NOT = TRAN-ORIG-ID
                           OR MTRN-DEPT NOT = TRAN-DEPT
                           OR MTRN-COMPANY NOT = TRAN-COMPANY
                           OR MTRN-ACCOUNT NOT = TRAN-ACCOUNT
                           ADD 1 TO WS-CERT-MISMATCH (WS-CX)
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-COPY-EOF-SW.

       3400-CERTIFY-ORG-EXTRACT.
           MOVE 4 TO WS-CX
           PERFORM UNTIL WS-EOF AND WS-COPY-EOF
               IF NOT WS-EOF
                   READ ORG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
               END-IF
               IF NOT WS-COPY-EOF
                   READ MORG-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN WS-EOF AND WS-COPY-EOF
                       CONTINUE
                   WHEN WS-EOF OR WS-COPY-EOF
                       ADD 1 TO WS-CERT-MISMATCH (WS-CX)
                   WHEN OTHER
                       ADD 1 TO WS-CERT-RECORDS (WS-CX)
                       IF MORG-DEPTNUMB NOT = ORGX-DEPTNUMB
                           OR MORG-MANAGER NOT = ORGX-MANAGER
                           ADD 1 TO WS-CERT-MISMATCH (WS-CX)
                       END-IF
                       MOVE ORGX-MGR-NAME TO WS-MASK-REAL
                       MOVE MORG-MGR-NAME TO WS-MASK-FAKE
                       PERFORM 3900-CERTIFY-NAME
               END-EVALUATE
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-COPY-EOF-SW.

       3500-CERTIFY-STAFF-EXTRACT.
           MOVE 5 TO WS-CX
           PERFORM UNTIL WS-EOF AND WS-COPY-EOF
               IF NOT WS-EOF
                   READ STFX-FILE
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
               END-IF
               IF NOT WS-COPY-EOF
                   READ MSTF-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN WS-EOF AND WS-COPY-EOF
                       CONTINUE
                   WHEN WS-EOF OR WS-COPY-EOF
                       ADD 1 TO WS-CERT-MISMATCH (WS-CX)
                   WHEN OTHER
                       ADD 1 TO WS-CERT-RECORDS (WS-CX)
                       IF MSTF-DEPT NOT = STFX-DEPT
                           OR MSTF-HEADCOUNT NOT = STFX-HEADCOUNT
                           ADD 1 TO WS-CERT-MISMATCH (WS-CX)
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-COPY-EOF-SW.

      *    WS-MASK-REAL holds the production name, WS-MASK-FAKE the
      *    test copy's.
       3900-CERTIFY-NAME.
           EVALUATE TRUE
               WHEN WS-MASK-REAL = SPACES
                   ADD 1 TO WS-CERT-BLANK (WS-CX)
               WHEN WS-MASK-FAKE = WS-MASK-REAL
                   ADD 1 TO WS-CERT-UNMASKED (WS-CX)
                   DISPLAY 'DATMASK - UNMASKED NAME ON '
                       WS-CERT-FILE-ID (WS-CX) ' RECORD '
                       WS-CERT-RECORDS (WS-CX)
               WHEN OTHER
                   ADD 1 TO WS-CERT-MASKED (WS-CX)
           END-EVALUATE.

       5000-CHECK-WRITE.
           IF WS-WRITE-STATUS NOT = '00'
               DISPLAY 'DATMASK - TEST COPY WRITE FAILED, STATUS='
                   WS-WRITE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9000-CLOSE-FILES
               CLOSE RPT-FILE
               PERFORM 9900-WRITE-ABND-LOG
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Name masking. The fictitious name depends only on the real
      * one, so a person masks the same way on every file. If the
      * draw happens to give back the real name, the next surname
      * is taken.
      *----------------------------------------------------------------
       6000-MASK-NAME.
           IF WS-MASK-REAL = SPACES
               MOVE SPACES TO WS-MASK-FAKE
           ELSE
               MOVE WS-MASK-REAL TO WS-HASH-TEXT
               PERFORM 6100-HASH-TEXT
               DIVIDE WS-HASH BY 20 GIVING WS-HASH-QUOT
                   REMAINDER WS-FIRST-IX
               ADD 1 TO WS-FIRST-IX
               DIVIDE WS-HASH-QUOT BY 20 GIVING WS-HASH-QUOT
                   REMAINDER WS-SUR-IX
               ADD 1 TO WS-SUR-IX
               PERFORM 6050-BUILD-FAKE-NAME
               IF WS-MASK-FAKE = WS-MASK-REAL
                   ADD 1 TO WS-SUR-IX
                   IF WS-SUR-IX > 20
                       MOVE 1 TO WS-SUR-IX
                   END-IF
                   PERFORM 6050-BUILD-FAKE-NAME
               END-IF
           END-IF.

       6050-BUILD-FAKE-NAME.
           MOVE SPACES TO WS-MASK-FAKE
           IF WS-SURNAME-ONLY
               MOVE WS-SURNAME (WS-SUR-IX) TO WS-MASK-FAKE
           ELSE
               STRING WS-FIRST-NAME (WS-FIRST-IX) DELIMITED BY SPACE
                      ' '                         DELIMITED BY SIZE
                      WS-SURNAME (WS-SUR-IX)      DELIMITED BY SPACE
                   INTO WS-MASK-FAKE
               END-STRING
           END-IF.

       6100-HASH-TEXT.
           MOVE ZEROS TO WS-HASH
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 30
               MOVE 38 TO WS-HASH-CODE
               PERFORM VARYING WS-ALPHA-IX FROM 1 BY 1
                       UNTIL WS-ALPHA-IX > 37
                       OR WS-HASH-CODE < 38
                   IF WS-HASH-TEXT (WS-HASH-POS:1)
                      = WS-HASH-ALPHABET (WS-ALPHA-IX:1)
                       MOVE WS-ALPHA-IX TO WS-HASH-CODE
                   END-IF
               END-PERFORM
               COMPUTE WS-HASH-WORK = WS-HASH * 31 + WS-HASH-CODE
               DIVIDE WS-HASH-WORK BY 999983 GIVING WS-HASH-QUOT
                   REMAINDER WS-HASH
           END-PERFORM.

      *    A whole percentage from -tolerance to +tolerance drawn by
      *    the hash of WS-HASH-TEXT; zero is taken as +1 so that
      *    every amount moves.
       6200-SET-PERTURB-PCT.
           PERFORM 6100-HASH-TEXT
           DIVIDE WS-HASH BY WS-TOL-SPAN GIVING WS-HASH-QUOT
               REMAINDER WS-PCT-REM
           COMPUTE WS-PERTURB-PCT = WS-PCT-REM - WS-TOLERANCE
           IF WS-PERTURB-PCT = ZERO
               MOVE 1 TO WS-PERTURB-PCT
           END-IF.

       8000-WRITE-REPORT.
           MOVE WS-TODAY-DATE         TO RPT-RUN-DATE
           MOVE SHARED-ENVIRONMENT-ID TO RPT-REGION
           MOVE WS-TOLERANCE          TO RPT-TOLERANCE
           WRITE RPT-RECORD FROM WS-RPT-TITLE-LINE

           MOVE 'DEPFILE COPIED'        TO RPT-LABEL
           MOVE WS-COUNT-DEP-COPIED     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'EMPFILE COPIED'        TO RPT-LABEL
           MOVE WS-COUNT-EMP-COPIED     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'TRANFILE COPIED'       TO RPT-LABEL
           MOVE WS-COUNT-TRAN-COPIED    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'ORGFILE COPIED'        TO RPT-LABEL
           MOVE WS-COUNT-ORG-COPIED     TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'STFXFILE COPIED'       TO RPT-LABEL
           MOVE WS-COUNT-STFX-COPIED    TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'AMOUNTS PERTURBED'     TO RPT-LABEL
           MOVE WS-COUNT-AMT-PERTURBED  TO RPT-VALUE
           WRITE RPT-RECORD FROM WS-RPT-TOTAL-LINE

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'NAME MASKING CERTIFICATION - TEST COPY READ BACK'
               TO RV-VERDICT
           WRITE RPT-RECORD FROM WS-RPT-VERDICT-LINE
           WRITE RPT-RECORD FROM WS-RPT-CERT-HEADING
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 5
               MOVE WS-CERT-FILE-ID (WS-CX)  TO RC-FILE
               MOVE WS-CERT-RECORDS (WS-CX)  TO RC-RECORDS
               MOVE WS-CERT-MASKED (WS-CX)   TO RC-MASKED
               MOVE WS-CERT-BLANK (WS-CX)    TO RC-BLANK
               MOVE WS-CERT-UNMASKED (WS-CX) TO RC-UNMASKED
               MOVE WS-CERT-MISMATCH (WS-CX) TO RC-MISMATCH
               WRITE RPT-RECORD FROM WS-RPT-CERT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-CERT-FAILURES > 0
               MOVE 'NOT CERTIFIED - DO NOT RELEASE THE TEST REGION'
                   TO RV-VERDICT
           ELSE
               MOVE 'CERTIFIED - NO UNMASKED NAME FIELD IN THE COPIES'
                   TO RV-VERDICT
           END-IF
           WRITE RPT-RECORD FROM WS-RPT-VERDICT-LINE.

       9000-CLOSE-FILES.
           IF WS-FILES-OPEN
               CLOSE DEP-FILE EMP-FILE TRAN-FILE ORG-FILE STFX-FILE
               CLOSE MDEP-FILE MEMP-FILE MTRN-FILE MORG-FILE
                     MSTF-FILE
               MOVE 'N' TO WS-FILES-OPEN-SW
           END-IF.

       9900-WRITE-ABND-LOG.
           ACCEPT WS-ABND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ABND-TIME FROM TIME
           MOVE WS-ABND-TIMESTAMP TO ABND-TIMESTAMP
           MOVE 'DATMASK'         TO ABND-PROGRAM
           MOVE RETURN-CODE       TO ABND-RETURN-CODE
           OPEN EXTEND ABND-FILE
           WRITE DATABND-RECORD
           CLOSE ABND-FILE.
