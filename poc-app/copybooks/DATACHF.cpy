      *================================================================
      *  DATACHF - settlement payment file (ACHFILE, one GDG
      *            generation per night), in the standard ACH
      *            layout the bank accepts: 94-byte records, a file
      *            header (1), one batch of credit entries (5 header,
      *            6 per company paid, 8 batch control), the file
      *            control (9), and '9'-filled padding records to
      *            complete the last block of ten. Written by
      *            DATSETL. The record type in byte 1 picks the view.
      *================================================================
       01  ACH-FILE-HEADER.
           05  ACH-FH-REC-TYPE             PIC X(1).
           05  ACH-FH-PRIORITY             PIC X(2).
           05  ACH-FH-IMMED-DEST           PIC X(10).
           05  ACH-FH-IMMED-ORIGIN         PIC X(10).
           05  ACH-FH-CREATE-DATE          PIC X(6).
           05  ACH-FH-CREATE-TIME          PIC X(4).
           05  ACH-FH-FILE-ID-MOD          PIC X(1).
           05  ACH-FH-RECORD-SIZE          PIC X(3).
           05  ACH-FH-BLOCKING             PIC X(2).
           05  ACH-FH-FORMAT-CODE          PIC X(1).
           05  ACH-FH-DEST-NAME            PIC X(23).
           05  ACH-FH-ORIGIN-NAME          PIC X(23).
           05  ACH-FH-REFERENCE            PIC X(8).
       01  ACH-BATCH-HEADER.
           05  ACH-BH-REC-TYPE             PIC X(1).
           05  ACH-BH-SERVICE-CLASS        PIC X(3).
           05  ACH-BH-COMPANY-NAME         PIC X(16).
           05  ACH-BH-DISCRETIONARY        PIC X(20).
           05  ACH-BH-COMPANY-ID           PIC X(10).
           05  ACH-BH-SEC-CODE             PIC X(3).
           05  ACH-BH-ENTRY-DESC           PIC X(10).
           05  ACH-BH-DESCRIPTIVE-DATE     PIC X(6).
           05  ACH-BH-EFFECTIVE-DATE       PIC X(6).
           05  ACH-BH-SETTLEMENT-DATE      PIC X(3).
           05  ACH-BH-ORIGINATOR-STATUS    PIC X(1).
           05  ACH-BH-ODFI-ID              PIC X(8).
           05  ACH-BH-BATCH-NUMBER         PIC 9(7).
       01  ACH-ENTRY-DETAIL.
           05  ACH-ED-REC-TYPE             PIC X(1).
           05  ACH-ED-TRAN-CODE            PIC X(2).
           05  ACH-ED-RDFI-ID              PIC X(8).
           05  ACH-ED-CHECK-DIGIT          PIC X(1).
           05  ACH-ED-DFI-ACCOUNT          PIC X(17).
           05  ACH-ED-AMOUNT               PIC 9(8)V99.
           05  ACH-ED-INDIVIDUAL-ID        PIC X(15).
           05  ACH-ED-INDIVIDUAL-NAME      PIC X(22).
           05  ACH-ED-DISCRETIONARY        PIC X(2).
           05  ACH-ED-ADDENDA-IND          PIC X(1).
           05  ACH-ED-TRACE-ODFI           PIC X(8).
           05  ACH-ED-TRACE-SEQ            PIC 9(7).
       01  ACH-BATCH-CONTROL.
           05  ACH-BC-REC-TYPE             PIC X(1).
           05  ACH-BC-SERVICE-CLASS        PIC X(3).
           05  ACH-BC-ENTRY-COUNT          PIC 9(6).
           05  ACH-BC-ENTRY-HASH           PIC 9(10).
           05  ACH-BC-TOTAL-DEBIT          PIC 9(10)V99.
           05  ACH-BC-TOTAL-CREDIT         PIC 9(10)V99.
           05  ACH-BC-COMPANY-ID           PIC X(10).
           05  ACH-BC-AUTH-CODE            PIC X(19).
           05  ACH-BC-RESERVED             PIC X(6).
           05  ACH-BC-ODFI-ID              PIC X(8).
           05  ACH-BC-BATCH-NUMBER         PIC 9(7).
       01  ACH-FILE-CONTROL.
           05  ACH-FC-REC-TYPE             PIC X(1).
           05  ACH-FC-BATCH-COUNT          PIC 9(6).
           05  ACH-FC-BLOCK-COUNT          PIC 9(6).
           05  ACH-FC-ENTRY-COUNT          PIC 9(8).
           05  ACH-FC-ENTRY-HASH           PIC 9(10).
           05  ACH-FC-TOTAL-DEBIT          PIC 9(10)V99.
           05  ACH-FC-TOTAL-CREDIT         PIC 9(10)V99.
           05  ACH-FC-RESERVED             PIC X(39).
       01  ACH-PADDING-RECORD              PIC X(94).
