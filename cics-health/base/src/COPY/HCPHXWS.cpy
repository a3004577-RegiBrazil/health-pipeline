      *    ends with a single PT-PHARMACY-TRAILER-RECORD whose counts  *
      *    and first/last event timestamps let the pharmacy reconcile  *
      *    the transmission, the same discipline as the HCEHRXWS       *
      *    new-patient feed.  PT-SEQUENCE-NO is the transmission's     *
      *    number on the XMITLOG transmission log (HCTLOGWS), which    *
      *    the pharmacy quotes back in its acknowledgment.  Both       *
      *    records are 230 bytes so the transmission dataset is a      *
      *    single fixed-length layout.                                 *
      *----------------------------------------------------------------*
       01  PR-PHARMACY-RX-RECORD.
           03 PR-RECORD-TYPE          PIC X(01) VALUE 'N'.
           03 PT-EXCEPTION-COUNT      PIC 9(07) VALUE ZEROS.
           03 PT-FIRST-TIMESTAMP      PIC X(26) VALUE SPACES.
           03 PT-LAST-TIMESTAMP       PIC X(26) VALUE SPACES.
           03 PT-SEQUENCE-NO          PIC 9(09) VALUE ZEROS.
           03 FILLER                  PIC X(147) VALUE SPACES.
