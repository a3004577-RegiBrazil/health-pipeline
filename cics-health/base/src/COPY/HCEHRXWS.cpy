      *----------------------------------------------------------------*
      *    HCEHRXWS                                                    *
      *    Fixed-layout interface records written by HCNPTX01 when it  *
      *    drains the HCNP patient event queue for the regional EHR.   *
      *    XR-EHR-PATIENT-RECORD is one patient event - type 'D' a     *
      *    registration, 'U' an update carrying the amended            *
      *    demographics, 'I' a deactivation (patient id and timestamp  *
      *    only).  A merge is XM-EHR-MERGE-RECORD, type 'M', carrying  *
      *    the retired id and the surviving id.  The file ends with a  *
      *    single XT-EHR-TRAILER-RECORD whose counts and first/last    *
      *    event timestamps let the receiving system reconcile the     *
      *    transmission.  Events for a patient who has withheld        *
      *    sharing consent are written in the same layout to the held  *
      *    dataset instead, and XT-HELD-COUNT says how many, so read = *
      *    written + exceptions + held.  XT-SEQUENCE-NO is the         *
      *    transmission's number on the XMITLOG transmission log       *
      *    (HCTLOGWS), which the EHR quotes back in its                *
      *    acknowledgment.  All records are 210 bytes so each dataset  *
      *    is a single fixed-length layout.                            *
      *----------------------------------------------------------------*
       01  XR-EHR-PATIENT-RECORD.
           03 XR-RECORD-TYPE          PIC X(01) VALUE 'D'.
              88 XR-REGISTRATION                VALUE 'D'.
              88 XR-UPDATE                      VALUE 'U'.
              88 XR-DEACTIVATION                VALUE 'I'.
              88 XR-MERGE                       VALUE 'M'.
           03 XR-PATIENT-ID           PIC 9(10) VALUE ZEROS.
           03 XR-LAST-NAME            PIC X(20) VALUE SPACES.
           03 XR-FIRST-NAME           PIC X(10) VALUE SPACES.
           03 XR-EVENT-TIMESTAMP      PIC X(26) VALUE SPACES.
           03 FILLER                  PIC X(03) VALUE SPACES.

       01  XM-EHR-MERGE-RECORD REDEFINES XR-EHR-PATIENT-RECORD.
           03 XM-RECORD-TYPE          PIC X(01).
           03 XM-RETIRED-PATIENT-ID   PIC 9(10).
           03 XM-SURVIVOR-PATIENT-ID  PIC 9(10).
           03 XM-EVENT-TIMESTAMP      PIC X(26).
           03 FILLER                  PIC X(163).

       01  XT-EHR-TRAILER-RECORD.
           03 XT-RECORD-TYPE          PIC X(01) VALUE 'T'.
           03 XT-READ-COUNT           PIC 9(07) VALUE ZEROS.
           03 XT-EXCEPTION-COUNT      PIC 9(07) VALUE ZEROS.
           03 XT-FIRST-TIMESTAMP      PIC X(26) VALUE SPACES.
           03 XT-LAST-TIMESTAMP       PIC X(26) VALUE SPACES.
           03 XT-REGISTRATION-COUNT   PIC 9(07) VALUE ZEROS.
           03 XT-UPDATE-COUNT         PIC 9(07) VALUE ZEROS.
           03 XT-DEACTIVATION-COUNT   PIC 9(07) VALUE ZEROS.
           03 XT-MERGE-COUNT          PIC 9(07) VALUE ZEROS.
           03 XT-HELD-COUNT           PIC 9(07) VALUE ZEROS.
           03 XT-SEQUENCE-NO          PIC 9(09) VALUE ZEROS.
           03 FILLER                  PIC X(92) VALUE SPACES.
