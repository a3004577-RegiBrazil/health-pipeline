      *----------------------------------------------------------------*
      *    HCTLOGWS                                                    *
      *    Working storage for the outbound transmission log, included *
      *    by every program that writes a file for a partner - the     *
      *    HCNPTX01 feed to the regional EHR (interface HCNX), the     *
      *    HCRXTX01 feed to the dispensing pharmacy (HCRP) and the     *
      *    HCRMBR01 reminder file for the mail house (RMDO).  Paired   *
      *    with the TRANSMISSION-LOG-OPEN, -RECORD and -CLOSE          *
      *    paragraphs in HCTLOGPD, which keep one XMITLOG row per      *
      *    transmission, numbered in sequence per interface, and a     *
      *    copy of every record sent on XMITRECORD, so HCAKBR01 can    *
      *    match the partner's acknowledgment against it and resend    *
      *    the transmission from the copy if it is never              *
      *    acknowledged.                                               *
      *                                                                *
      *    The including program MOVEs its interface to TL-INTERFACE   *
      *    and its own name to TL-JOB-NAME and PERFORMs                *
      *    TRANSMISSION-LOG-OPEN before it writes anything; the        *
      *    sequence number comes back in TL-SEQUENCE-NO for its        *
      *    trailer.  Every record written, the trailer included, is    *
      *    MOVEd to TL-RECORD-DATA and TRANSMISSION-LOG-RECORD         *
      *    PERFORMed.  At the end it MOVEs its count of data records   *
      *    to TL-RECORD-COUNT and PERFORMs TRANSMISSION-LOG-CLOSE.     *
      *    A failed log statement sets TL-LOG-FAILED with the SQLCODE  *
      *    in TL-SQLCODE; the transmission itself goes out regardless, *
      *    and the rest of the log calls for it do nothing.            *
      *                                                                *
      *    XMITLOG STATUS is 'O' open while the transmission is being  *
      *    written, 'S' sent and awaiting acknowledgment, 'A'          *
      *    accepted, 'P' accepted with record-level rejects, 'R'       *
      *    rejected whole, and 'X' withdrawn by operations.            *
      *----------------------------------------------------------------*
       01  TL-TRANSMISSION-FIELDS.
           03 TL-INTERFACE            PIC X(04) VALUE SPACES.
              88 TL-EHR-FEED                    VALUE 'HCNX'.
              88 TL-PHARMACY-FEED               VALUE 'HCRP'.
              88 TL-REMINDER-FEED               VALUE 'RMDO'.
           03 TL-JOB-NAME             PIC X(08) VALUE SPACES.
           03 TL-SEQUENCE-NO          PIC S9(9) COMP VALUE ZERO.
           03 TL-RECORD-NO            PIC S9(9) COMP VALUE ZERO.
           03 TL-RECORD-COUNT         PIC S9(9) COMP VALUE ZERO.
      * the longest partner record, the pharmacy's 230 bytes
           03 TL-RECORD-DATA          PIC X(230) VALUE SPACES.
           03 TL-SQLCODE              PIC S9(9) COMP VALUE ZERO.
           03 TL-LOG-SW               PIC X(01) VALUE 'N'.
              88 TL-LOG-FAILED                  VALUE 'Y'.
