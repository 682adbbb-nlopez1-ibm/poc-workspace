      *================================================================
      *  DATADJR - manual adjustment record (ADJFILE KSDS, keyed by
      *            the adjusted transaction's TRAN-ID and a two-
      *            digit sequence, so one posting can be adjusted
      *            more than once). A desk operator keys the
      *            adjustment on the DATADJM screen - direction,
      *            amount and reason code - and it sits ENTERED
      *            until a second operator with change entitlement
      *            approves or rejects it; the operator who entered
      *            it can do neither. The nightly DATADJP pass turns
      *            every APPROVED adjustment into a transaction on
      *            TRAN-FILE ahead of DATBATCH - type AC (credit:
      *            money to the merchant) or AD (debit: money back
      *            from the merchant) - and stamps the generated
      *            TRAN-ID here, moving the row to POSTED.
      *            The row keyed '000000'/00 is the control row - it
      *            carries the last sequence DATADJP handed out for
      *            the generated TRAN-IDs ('J' + 5 digits).
      *================================================================
       01  DATADJR-RECORD.
           05  ADJ-KEY.
               10  ADJ-ORIG-ID             PIC X(6).
                   88  ADJ-CONTROL-ROW           VALUE '000000'.
               10  ADJ-SEQ                 PIC 9(2).
           05  ADJ-DATA.
               10  ADJ-COMPANY             PIC X(4).
               10  ADJ-DEPT                PIC 9(4).
               10  ADJ-CURRENCY            PIC X(3).
               10  ADJ-DIRECTION           PIC X(1).
                   88  ADJ-CREDIT                VALUE 'C'.
                   88  ADJ-DEBIT                 VALUE 'D'.
               10  ADJ-AMOUNT              PIC S9(7)V99 COMP-3.
               10  ADJ-REASON-CODE         PIC X(4).
               10  ADJ-STATUS              PIC X(1).
                   88  ADJ-ENTERED               VALUE 'E'.
                   88  ADJ-APPROVED              VALUE 'A'.
                   88  ADJ-REJECTED              VALUE 'R'.
                   88  ADJ-POSTED                VALUE 'P'.
               10  ADJ-MAKER               PIC X(8).
               10  ADJ-ENTERED-DATE        PIC X(8).
               10  ADJ-CHECKER             PIC X(8).
               10  ADJ-DECIDED-DATE        PIC X(8).
               10  ADJ-POST-TRAN-ID        PIC X(6).
               10  ADJ-POSTED-DATE         PIC X(8).
               10  ADJ-NOTE                PIC X(40).
               10  FILLER                  PIC X(44).
           05  ADJ-CONTROL-DATA REDEFINES ADJ-DATA.
               10  ADJ-CTL-LAST-SEQ        PIC 9(5).
               10  FILLER                  PIC X(147).
