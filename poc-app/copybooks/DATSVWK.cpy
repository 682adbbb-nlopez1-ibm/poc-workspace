      *================================================================
      *  DATSVWK - WORKING-STORAGE for the DATSVCK entitlement and
      *            security violation paragraphs. COPY into the
      *            WORKING-STORAGE SECTION of every screen program
      *            that COPYs DATSVCK, alongside DATSECR and DATSVIO.
      *            Before a refusal the program sets WS-SVIO-FUNCTION
      *            (the function refused), WS-SVIO-KEY (the record
      *            asked for) and, for a company refusal,
      *            WS-SVIO-COMPANY. WS-SVIO-SCREEN-MSG comes back
      *            non-blank when the operator is, or has just been,
      *            suspended - the send paragraph shows it in place
      *            of the refusal message.
      *            The daily refusal limit is the DATSVLIM environment
      *            variable of the region, three digits (e.g. 005);
      *            missing, zero or not numeric takes
      *            WS-SVIO-DEFAULT-LIMIT.
      *================================================================
       01  WS-SVIO-AREA.
           05  WS-SVIO-OPERATOR            PIC X(8).
           05  WS-SVIO-FUNCTION            PIC X(8)  VALUE SPACES.
           05  WS-SVIO-COMPANY             PIC X(4)  VALUE SPACES.
           05  WS-SVIO-KEY                 PIC X(10) VALUE SPACES.
           05  WS-SVIO-REASON              PIC X(2).
           05  WS-SVIO-ROW-SW              PIC X(1)  VALUE 'N'.
               88  WS-SVIO-ROW-OK                VALUE 'Y'.
               88  WS-SVIO-ROW-MISSING           VALUE 'N'.
               88  WS-SVIO-ROW-SUSPENDED         VALUE 'S'.
           05  WS-SVIO-SCREEN-MSG          PIC X(79) VALUE SPACES.
           05  WS-SVIO-LIMIT-X             PIC X(3).
           05  WS-SVIO-LIMIT REDEFINES WS-SVIO-LIMIT-X
                                           PIC 9(3).
           05  WS-SVIO-DEFAULT-LIMIT       PIC 9(3)  VALUE 5.
           05  WS-SVIO-TODAY               PIC 9(8).
           05  WS-SVIO-TIMESTAMP.
               10  WS-SVIO-DATE            PIC 9(8).
               10  WS-SVIO-TIME            PIC 9(6).
               10  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-SVIO-RESP                PIC S9(8) COMP.
           05  WS-SVIO-LENGTH              PIC S9(4) COMP VALUE +100.
