      *================================================================
      *  DATCRSF - the benefits carrier's response to an enrollment
      *            feed (CRSPIN), read back by DATCRSP: a header (H)
      *            echoing the feed's file sequence number, one
      *            disposition (D) per maintenance record - A
      *            accepted, R rejected with the carrier's reject
      *            code and reason - and a trailer (T) with the
      *            disposition count. 150-byte records; the record
      *            type in byte 1 picks the view.
      *================================================================
       01  CRSF-HEADER.
           05  CRSF-H-REC-TYPE             PIC X(1).
           05  CRSF-H-CARRIER              PIC X(8).
           05  CRSF-H-FILE-SEQ             PIC 9(6).
           05  CRSF-H-RESPONSE-DATE        PIC X(8).
           05  FILLER                      PIC X(127).
       01  CRSF-DETAIL.
           05  CRSF-D-REC-TYPE             PIC X(1).
           05  CRSF-D-MEMBER-ID            PIC X(6).
           05  CRSF-D-MAINT-TYPE           PIC X(3).
           05  CRSF-D-STATUS               PIC X(1).
               88  CRSF-D-ACCEPTED               VALUE 'A'.
               88  CRSF-D-REJECTED               VALUE 'R'.
           05  CRSF-D-REJECT-CODE          PIC X(4).
           05  CRSF-D-REJECT-REASON        PIC X(40).
           05  FILLER                      PIC X(95).
       01  CRSF-TRAILER.
           05  CRSF-T-REC-TYPE             PIC X(1).
           05  CRSF-T-RECORD-COUNT         PIC 9(7).
           05  FILLER                      PIC X(142).
