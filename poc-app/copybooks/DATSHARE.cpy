      *  variable (set per region/step via STDENV in JCL) the same
      *  way SHARED-RUN-DATE is stamped from the system date, so one
      *  load module runs correctly in every environment.
      *  SHARED-RUN-CYCLE is the RUNCTL processing cycle the nightly
      *  programs stamp beside SHARED-RUN-DATE (1 unless the date
      *  has taken intraday cycles).
      *================================================================
       01  DATSHARE-AREA.
           05  SHARED-F1.
               10  SHARED-RUN-DATE         PIC X(8).
               10  SHARED-COMPANY-CODE     PIC X(4)  VALUE 'ACME'.
               10  SHARED-ENVIRONMENT-ID   PIC X(4).
           05  SHARED-RUN-CYCLE            PIC 9(2)  VALUE 1.
