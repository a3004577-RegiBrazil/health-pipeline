      *   Batch job that, for each PATIENTID control card on           *
      *  CONTROL-IN, unloads EVERYTHING held against that patient -    *
      *  the PATIENT row, all MEDICATION, VISIT, THRESHOLD,            *
      *  MEDITATION, CONTACT, APPOINTMENT, ALERT, ALLERGY,             *
      *  IMMUNISATION, PROBLEM, LABORDER, REFERRAL, MESSAGE,           *
      *  PATIENT_CONSENT, CLAIM and LETTERLOG rows, and the            *
      *  PATIENT_AUDIT and MEDICATION_AUDIT trails - to a              *
      *  machine-readable fixed-layout dataset on                      *
      *  EXTOUT.  Every record leads with a two-byte type and the      *
      *  PATIENTID; each patient's package ends with a '99' trailer    *
      *  carrying counts per record type so compliance can hand over   *
      *  a complete, verifiable package.                               *
      *                                                                *
      *   Record types:  01 PATIENT        02 MEDICATION               *
      *                  03 VISIT          04 THRESHOLD                *
      *                                       which program)           *
      *                  12 LABRESULT      13 VISIT_AUDIT (amendment   *
      *                                       and void before-images)  *
      *                  14 ALLERGY (active and withdrawn)             *
      *                  15 IMMUNISATION (active and withdrawn)        *
      *                  16 PROBLEM (active, resolved and withdrawn)   *
      *                  17 LABORDER       18 REFERRAL                 *
      *                  19 MESSAGE (portal message and its handling)  *
      *                  20 MESSAGE TEXT (the patient's text and the   *
      *                                       clinic's reply, each in  *
      *                                       two 125-byte segments)   *
      *                  21 PATIENT_CONSENT                            *
      *                  22 CLAIM          23 LETTERLOG                *
      *                  99 TRAILER (counts per type)                  *
      *                                                                *
      ******************************************************************
           03 WS-TABLE-EOF          PIC X(01) VALUE 'N'.
              88 WS-TABLE-AT-EOF             VALUE 'Y'.

      * Whole-run totals for the run-control record - cards read,
      * packages written, and cards naming no patient on file
       01  WS-RUN-TOTALS.
           03 WS-CARDS-READ         PIC 9(07) COMP VALUE ZERO.
           03 WS-PACKAGES-WRITTEN   PIC 9(07) COMP VALUE ZERO.
           03 WS-CARDS-REJECTED     PIC 9(07) COMP VALUE ZERO.

       01  WS-RECORD-COUNTS.
           03 WS-PATIENT-COUNT      PIC 9(07) COMP VALUE ZERO.
           03 WS-MED-COUNT          PIC 9(07) COMP VALUE ZERO.
           03 WS-ACCESS-COUNT       PIC 9(07) COMP VALUE ZERO.
           03 WS-LAB-COUNT          PIC 9(07) COMP VALUE ZERO.
           03 WS-VISAUD-COUNT       PIC 9(07) COMP VALUE ZERO.
           03 WS-ALLERGY-COUNT      PIC 9(07) COMP VALUE ZERO.
           03 WS-IMMUN-COUNT        PIC 9(07) COMP VALUE ZERO.
           03 WS-PROBLEM-COUNT      PIC 9(07) COMP VALUE ZERO.
           03 WS-LABORD-COUNT       PIC 9(07) COMP VALUE ZERO.
           03 WS-REFER-COUNT        PIC 9(07) COMP VALUE ZERO.
           03 WS-MESSAGE-COUNT      PIC 9(07) COMP VALUE ZERO.
           03 WS-MSGTEXT-COUNT      PIC 9(07) COMP VALUE ZERO.
           03 WS-CONSENT-COUNT      PIC 9(07) COMP VALUE ZERO.
           03 WS-CLAIM-COUNT        PIC 9(07) COMP VALUE ZERO.
           03 WS-LETTER-COUNT       PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Extract record layouts - each is MOVEd to EXTRACT-OUT-RECORD   *
           03 XW-TIMESTAMP          PIC X(26).
           03 FILLER                PIC X(69) VALUE SPACES.

       01  XR-ALLERGY-REC.
           03 FILLER                PIC X(02) VALUE '14'.
           03 XY-PATIENT-ID         PIC 9(10).
           03 XY-ALLERGY-ID         PIC 9(10).
           03 XY-ALLERGEN           PIC X(20).
           03 XY-ALLERGEN-TYPE      PIC X(01).
           03 XY-REACTION           PIC X(30).
           03 XY-SEVERITY           PIC X(01).
           03 XY-RECORDED-BY        PIC X(08).
           03 XY-RECORDED-DATE      PIC X(10).
           03 XY-STATUS             PIC X(01).
           03 XY-REMOVED-BY         PIC X(08).
           03 XY-REMOVED-TS         PIC X(26).
           03 FILLER                PIC X(123) VALUE SPACES.

       01  XR-IMMUN-REC.
           03 FILLER                PIC X(02) VALUE '15'.
           03 XI-PATIENT-ID         PIC 9(10).
           03 XI-IMMUN-ID           PIC 9(10).
           03 XI-VACCINE            PIC X(10).
           03 XI-DOSE-NUMBER        PIC 9(02).
           03 XI-BATCH-NUMBER       PIC X(15).
           03 XI-GIVEN-DATE         PIC X(10).
           03 XI-GIVEN-BY           PIC X(20).
           03 XI-SITE               PIC X(15).
           03 XI-RECORDED-BY        PIC X(08).
           03 XI-STATUS             PIC X(01).
           03 XI-REMOVED-BY         PIC X(08).
           03 XI-REMOVED-TS         PIC X(26).
           03 FILLER                PIC X(113) VALUE SPACES.

       01  XR-PROBLEM-REC.
           03 FILLER                PIC X(02) VALUE '16'.
           03 XD-PATIENT-ID         PIC 9(10).
           03 XD-PROBLEM-ID         PIC 9(10).
           03 XD-CONDITION          PIC X(08).
           03 XD-DIAG-DATE          PIC X(10).
           03 XD-STATUS             PIC X(01).
           03 XD-RECORDED-BY        PIC X(08).
           03 XD-RECORDED-TS        PIC X(26).
           03 XD-RESOLVED-DATE      PIC X(10).
           03 XD-RESOLVED-BY        PIC X(08).
           03 FILLER                PIC X(157) VALUE SPACES.

       01  XR-LABORDER-REC.
           03 FILLER                PIC X(02) VALUE '17'.
           03 XO-PATIENT-ID         PIC 9(10).
           03 XO-ORDER-ID           PIC 9(10).
           03 XO-TEST-CODE          PIC X(08).
           03 XO-CLINICIAN          PIC X(20).
           03 XO-NOTES              PIC X(50).
           03 XO-ORDER-DATE         PIC X(10).
           03 XO-STATUS             PIC X(01).
           03 XO-SENT-DATE          PIC X(10).
           03 XO-LABRESULT-ID       PIC 9(10).
           03 XO-RESULTED-TS        PIC X(26).
           03 XO-ORDERED-BY         PIC X(08).
           03 FILLER                PIC X(85) VALUE SPACES.

       01  XR-REFERRAL-REC.
           03 FILLER                PIC X(02) VALUE '18'.
           03 XF-PATIENT-ID         PIC 9(10).
           03 XF-REFERRAL-ID        PIC 9(10).
           03 XF-SPECIALTY          PIC X(20).
           03 XF-ORGANISATION       PIC X(30).
           03 XF-URGENCY            PIC X(01).
           03 XF-REASON             PIC X(50).
           03 XF-CLINICIAN          PIC X(20).
           03 XF-SENT-DATE          PIC X(10).
           03 XF-STATUS             PIC X(01).
           03 XF-ACK-DATE           PIC X(10).
           03 XF-APPT-DATE          PIC X(10).
           03 XF-CLOSED-DATE        PIC X(10).
           03 FILLER                PIC X(66) VALUE SPACES.

       01  XR-MESSAGE-REC.
           03 FILLER                PIC X(02) VALUE '19'.
           03 XS-PATIENT-ID         PIC 9(10).
           03 XS-MESSAGE-ID         PIC 9(10).
           03 XS-CATEGORY           PIC X(01).
           03 XS-SUBJECT            PIC X(40).
           03 XS-STATUS             PIC X(01).
           03 XS-SENT-TS            PIC X(26).
           03 XS-OPENED-BY          PIC X(08).
           03 XS-OPENED-TS          PIC X(26).
           03 XS-REPLIED-BY         PIC X(08).
           03 XS-REPLIED-TS         PIC X(26).
           03 XS-CLOSED-BY          PIC X(08).
           03 XS-CLOSED-TS          PIC X(26).
           03 FILLER                PIC X(58) VALUE SPACES.

      * the message and reply texts are wider than one record, so
      * each goes out as two segments after its type 19 record
       01  XR-MSGTEXT-REC.
           03 FILLER                PIC X(02) VALUE '20'.
           03 XX-PATIENT-ID         PIC 9(10).
           03 XX-MESSAGE-ID         PIC 9(10).
           03 XX-TEXT-KIND          PIC X(01).
              88 XX-PATIENT-TEXT             VALUE 'M'.
              88 XX-REPLY-TEXT               VALUE 'R'.
           03 XX-SEGMENT            PIC 9(01).
           03 XX-TEXT               PIC X(125).
           03 FILLER                PIC X(101) VALUE SPACES.

       01  XR-CONSENT-REC.
           03 FILLER                PIC X(02) VALUE '21'.
           03 XK-PATIENT-ID         PIC 9(10).
           03 XK-CHANNEL            PIC X(01).
           03 XK-OPTOUT-SMS         PIC X(01).
           03 XK-OPTOUT-EMAIL       PIC X(01).
           03 XK-OPTOUT-POST        PIC X(01).
           03 XK-SHARE-CONSENT      PIC X(01).
           03 XK-CONSENT-DATE       PIC X(10).
           03 XK-CONSENT-BY         PIC X(08).
           03 FILLER                PIC X(215) VALUE SPACES.

       01  XR-CLAIM-REC.
           03 FILLER                PIC X(02) VALUE '22'.
           03 XJ-PATIENT-ID         PIC 9(10).
           03 XJ-CLAIM-ID           PIC 9(10).
           03 XJ-ENCOUNTER-TYPE     PIC X(01).
           03 XJ-ENCOUNTER-ID       PIC 9(10).
           03 XJ-ENCOUNTER-DATE     PIC X(10).
           03 XJ-INS-CARD-NUM       PIC X(10).
           03 XJ-COV-STATUS         PIC X(01).
           03 XJ-CLAIM-AMOUNT       PIC 9(05)V99.
           03 XJ-CLAIM-DATE         PIC X(10).
           03 XJ-STATUS             PIC X(01).
           03 XJ-PAID-AMOUNT        PIC 9(05)V99.
           03 XJ-PAID-DATE          PIC X(10).
           03 XJ-REMIT-REASON       PIC X(30).
           03 FILLER                PIC X(131) VALUE SPACES.

       01  XR-LETTER-REC.
           03 FILLER                PIC X(02) VALUE '23'.
           03 XE-PATIENT-ID         PIC 9(10).
           03 XE-LETTER-ID          PIC 9(10).
           03 XE-LETTER-TYPE        PIC X(04).
           03 XE-EVENT-ID           PIC 9(10).
           03 XE-EVENT-DATE         PIC X(10).
           03 XE-LETTER-STATUS      PIC X(01).
           03 XE-SENT-DATE          PIC X(10).
           03 XE-SENT-BY            PIC X(08).
           03 XE-LOGGED-TS          PIC X(26).
           03 FILLER                PIC X(159) VALUE SPACES.

       01  XR-TRAILER-REC.
           03 FILLER                PIC X(02) VALUE '99'.
           03 XZ-PATIENT-ID         PIC 9(10).
           03 XZ-ACCESS-COUNT       PIC 9(07).
           03 XZ-LAB-COUNT          PIC 9(07).
           03 XZ-VISAUD-COUNT       PIC 9(07).
           03 XZ-ALLERGY-COUNT      PIC 9(07).
           03 XZ-IMMUN-COUNT        PIC 9(07).
           03 XZ-PROBLEM-COUNT      PIC 9(07).
           03 XZ-LABORD-COUNT       PIC 9(07).
           03 XZ-REFER-COUNT        PIC 9(07).
           03 XZ-MESSAGE-COUNT      PIC 9(07).
           03 XZ-MSGTEXT-COUNT      PIC 9(07).
           03 XZ-CONSENT-COUNT      PIC 9(07).
           03 XZ-CLAIM-COUNT        PIC 9(07).
           03 XZ-LETTER-COUNT       PIC 9(07).
           03 FILLER                PIC X(77) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
           03 DB2-VAU-TASKNUM        PIC S9(9) COMP.
           03 DB2-VAU-TIMESTAMP      PIC X(26).

      * Host variables for the allergy register - a withdrawn entry
      * carries who withdrew it and when, NULL while still active
       01  DB2-ALLERGY.
           03 DB2-ALG-ALLERGY-ID     PIC S9(9) COMP.
           03 DB2-ALG-ALLERGEN       PIC X(20).
           03 DB2-ALG-TYPE           PIC X(01).
           03 DB2-ALG-REACTION       PIC X(30).
           03 DB2-ALG-SEVERITY       PIC X(01).
           03 DB2-ALG-RECORDED-BY    PIC X(08).
           03 DB2-ALG-RECORDED-DATE  PIC X(10).
           03 DB2-ALG-STATUS         PIC X(01).
           03 DB2-ALG-REMOVED-BY     PIC X(08).
           03 DB2-ALG-REMOVED-TS     PIC X(26).
       01  DB2-ALLERGY-INDICATORS.
           03 IND-ALG-REMOVED-BY     PIC S9(4) COMP.
           03 IND-ALG-REMOVED-TS     PIC S9(4) COMP.

      * Host variables for the immunisation record - withdrawn doses
      * carry who withdrew them and when, NULL while still active
       01  DB2-IMMUN.
           03 DB2-IMM-IMMUN-ID       PIC S9(9) COMP.
           03 DB2-IMM-VACCINE        PIC X(10).
           03 DB2-IMM-DOSE-NUMBER    PIC S9(4) COMP.
           03 DB2-IMM-BATCH-NUMBER   PIC X(15).
           03 DB2-IMM-GIVEN-DATE     PIC X(10).
           03 DB2-IMM-GIVEN-BY       PIC X(20).
           03 DB2-IMM-SITE           PIC X(15).
           03 DB2-IMM-RECORDED-BY    PIC X(08).
           03 DB2-IMM-STATUS         PIC X(01).
           03 DB2-IMM-REMOVED-BY     PIC X(08).
           03 DB2-IMM-REMOVED-TS     PIC X(26).
       01  DB2-IMMUN-INDICATORS.
           03 IND-IMM-REMOVED-BY     PIC S9(4) COMP.
           03 IND-IMM-REMOVED-TS     PIC S9(4) COMP.

      * Host variables for the problem list - the resolution is NULL
      * while the condition is still active
       01  DB2-PROBLEM.
           03 DB2-PRB-PROBLEM-ID     PIC S9(9) COMP.
           03 DB2-PRB-CONDITION      PIC X(08).
           03 DB2-PRB-DIAG-DATE      PIC X(10).
           03 DB2-PRB-STATUS         PIC X(01).
           03 DB2-PRB-RECORDED-BY    PIC X(08).
           03 DB2-PRB-RECORDED-TS    PIC X(26).
           03 DB2-PRB-RESOLVED-DATE  PIC X(10).
           03 DB2-PRB-RESOLVED-BY    PIC X(08).
       01  DB2-PROBLEM-INDICATORS.
           03 IND-PRB-RESOLVED-DATE  PIC S9(4) COMP.
           03 IND-PRB-RESOLVED-BY    PIC S9(4) COMP.

      * Host variables for the lab orders - the sent and resulted
      * columns are NULL until the order gets that far
       01  DB2-LABORDER.
           03 DB2-LBO-ORDER-ID       PIC S9(9) COMP.
           03 DB2-LBO-TEST-CODE      PIC X(08).
           03 DB2-LBO-CLINICIAN      PIC X(20).
           03 DB2-LBO-NOTES          PIC X(50).
           03 DB2-LBO-ORDER-DATE     PIC X(10).
           03 DB2-LBO-STATUS         PIC X(01).
           03 DB2-LBO-SENT-DATE      PIC X(10).
           03 DB2-LBO-LABRESULT-ID   PIC S9(9) COMP.
           03 DB2-LBO-RESULTED-TS    PIC X(26).
           03 DB2-LBO-ORDERED-BY     PIC X(08).
       01  DB2-LABORDER-INDICATORS.
           03 IND-LBO-NOTES          PIC S9(4) COMP.
           03 IND-LBO-SENT-DATE      PIC S9(4) COMP.
           03 IND-LBO-LABRESULT-ID   PIC S9(4) COMP.
           03 IND-LBO-RESULTED-TS    PIC S9(4) COMP.

      * Host variables for the outbound referrals - each step's date
      * is NULL until the referral reaches it
       01  DB2-REFERRAL.
           03 DB2-REF-REFERRAL-ID    PIC S9(9) COMP.
           03 DB2-REF-SPECIALTY      PIC X(20).
           03 DB2-REF-ORGANISATION   PIC X(30).
           03 DB2-REF-URGENCY        PIC X(01).
           03 DB2-REF-REASON         PIC X(50).
           03 DB2-REF-CLINICIAN      PIC X(20).
           03 DB2-REF-SENT-DATE      PIC X(10).
           03 DB2-REF-STATUS         PIC X(01).
           03 DB2-REF-ACK-DATE       PIC X(10).
           03 DB2-REF-APPT-DATE      PIC X(10).
           03 DB2-REF-CLOSED-DATE    PIC X(10).
       01  DB2-REFERRAL-INDICATORS.
           03 IND-REF-ACK-DATE       PIC S9(4) COMP.
           03 IND-REF-APPT-DATE      PIC S9(4) COMP.
           03 IND-REF-CLOSED-DATE    PIC S9(4) COMP.

      * Host variables for the portal messages - the reply and
      * handling columns are NULL until the step happens
       01  DB2-MESSAGE.
           03 DB2-MSG-MESSAGE-ID     PIC S9(9) COMP.
           03 DB2-MSG-CATEGORY       PIC X(01).
           03 DB2-MSG-SUBJECT        PIC X(40).
           03 DB2-MSG-TEXT           PIC X(250).
           03 DB2-MSG-SENT-TS        PIC X(26).
           03 DB2-MSG-STATUS         PIC X(01).
           03 DB2-MSG-OPENED-BY      PIC X(08).
           03 DB2-MSG-OPENED-TS      PIC X(26).
           03 DB2-MSG-REPLY-TEXT     PIC X(250).
           03 DB2-MSG-REPLIED-BY     PIC X(08).
           03 DB2-MSG-REPLIED-TS     PIC X(26).
           03 DB2-MSG-CLOSED-BY      PIC X(08).
           03 DB2-MSG-CLOSED-TS      PIC X(26).
       01  DB2-MESSAGE-INDICATORS.
           03 IND-MSG-OPENED-BY      PIC S9(4) COMP.
           03 IND-MSG-OPENED-TS      PIC S9(4) COMP.
           03 IND-MSG-REPLY-TEXT     PIC S9(4) COMP.
           03 IND-MSG-REPLIED-BY     PIC S9(4) COMP.
           03 IND-MSG-REPLIED-TS     PIC S9(4) COMP.
           03 IND-MSG-CLOSED-BY      PIC S9(4) COMP.
           03 IND-MSG-CLOSED-TS      PIC S9(4) COMP.

      * Host variables for the communication preferences and consent
       01  DB2-CONSENT.
           03 DB2-CNS-CHANNEL        PIC X(01).
           03 DB2-CNS-OPTOUT-SMS     PIC X(01).
           03 DB2-CNS-OPTOUT-EMAIL   PIC X(01).
           03 DB2-CNS-OPTOUT-POST    PIC X(01).
           03 DB2-CNS-SHARE-CONSENT  PIC X(01).
           03 DB2-CNS-CONSENT-DATE   PIC X(10).
           03 DB2-CNS-CONSENT-BY     PIC X(08).

      * Host variables for the insurance claims - the payment date
      * and insurer's reason are NULL until a remittance is posted
       01  DB2-CLAIM.
           03 DB2-CLM-CLAIM-ID       PIC S9(9) COMP.
           03 DB2-CLM-ENC-TYPE       PIC X(01).
           03 DB2-CLM-ENC-ID         PIC S9(9) COMP.
           03 DB2-CLM-ENC-DATE       PIC X(10).
           03 DB2-CLM-INS-CARD-NUM   PIC X(10).
           03 DB2-CLM-COV-STATUS     PIC X(01).
           03 DB2-CLM-AMOUNT         PIC S9(5)V99 COMP-3.
           03 DB2-CLM-CLAIM-DATE     PIC X(10).
           03 DB2-CLM-STATUS         PIC X(01).
           03 DB2-CLM-PAID           PIC S9(5)V99 COMP-3.
           03 DB2-CLM-PAID-DATE      PIC X(10).
           03 DB2-CLM-REMIT-REASON   PIC X(30).
       01  DB2-CLAIM-INDICATORS.
           03 IND-CLM-PAID-DATE      PIC S9(4) COMP.
           03 IND-CLM-REMIT-REASON   PIC S9(4) COMP.

      * Host variables for the correspondence letter log
       01  DB2-LETTER.
           03 DB2-LTR-LETTER-ID      PIC S9(9) COMP.
           03 DB2-LTR-LETTER-TYPE    PIC X(04).
           03 DB2-LTR-EVENT-ID       PIC S9(9) COMP.
           03 DB2-LTR-EVENT-DATE     PIC X(10).
           03 DB2-LTR-STATUS         PIC X(01).
           03 DB2-LTR-SENT-DATE      PIC X(10).
           03 DB2-LTR-SENT-BY        PIC X(08).
           03 DB2-LTR-LOGGED-TS      PIC X(26).

      * Host variables for the medication amendment audit trail
       01  DB2-MEDAUDIT.
           03 DB2-MAU-PRESCRIPTION-ID PIC S9(9) COMP.
           03 DB2-MAU-TASKNUM        PIC S9(9) COMP.
           03 DB2-MAU-TIMESTAMP      PIC X(26).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
                ORDER BY A.AUDITTIMESTAMP
           END-EXEC.

      * every allergy ever recorded for the patient, withdrawn ones
      * included - what was once believed is part of the record too
           EXEC SQL
             DECLARE XALG-CUR CURSOR FOR
               SELECT ALLERGYID, ALLERGEN, ALLERGENTYPE, REACTION,
                      SEVERITY, RECORDEDBY, RECORDEDDATE, STATUS,
                      REMOVEDBY, REMOVEDTS
                 FROM ALLERGY
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY ALLERGYID
           END-EXEC.

      * every dose ever recorded, withdrawn ones included, in the
      * order the courses were given
           EXEC SQL
             DECLARE XIMM-CUR CURSOR FOR
               SELECT IMMUNID, VACCINE, DOSENO, BATCHNO, GIVENDATE,
                      GIVENBY, SITE, RECORDEDBY, STATUS,
                      REMOVEDBY, REMOVEDTS
                 FROM IMMUNISATION
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY VACCINE, DOSENO, IMMUNID
           END-EXEC.

      * every condition ever on the problem list, resolved and
      * withdrawn ones included
           EXEC SQL
             DECLARE XPRB-CUR CURSOR FOR
               SELECT PROBLEMID, CONDCODE, DIAGDATE, STATUS,
                      RECORDEDBY, RECORDEDTS, RESOLVEDDATE,
                      RESOLVEDBY
                 FROM PROBLEM
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY PROBLEMID
           END-EXEC.

           EXEC SQL
             DECLARE XLBO-CUR CURSOR FOR
               SELECT ORDERID, TESTCODE, CLINICIAN, NOTES,
                      ORDERDATE, STATUS, SENTDATE, LABRESULTID,
                      RESULTEDTS, ORDEREDBY
                 FROM LABORDER
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY ORDERID
           END-EXEC.

           EXEC SQL
             DECLARE XREF-CUR CURSOR FOR
               SELECT REFERRALID, SPECIALTY, ORGANISATION, URGENCY,
                      REASON, CLINICIAN, SENTDATE, STATUS,
                      ACKDATE, APPTDATE, CLOSEDDATE
                 FROM REFERRAL
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY REFERRALID
           END-EXEC.

      * the patient's portal correspondence, with the clinic's
      * replies and who handled each message
           EXEC SQL
             DECLARE XMSG-CUR CURSOR FOR
               SELECT MESSAGEID, CATEGORY, SUBJECT, MESSAGETEXT,
                      SENTTS, STATUS, OPENEDBY, OPENEDTS,
                      REPLYTEXT, REPLIEDBY, REPLIEDTS,
                      CLOSEDBY, CLOSEDTS
                 FROM MESSAGE
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY MESSAGEID
           END-EXEC.

           EXEC SQL
             DECLARE XCLM-CUR CURSOR FOR
               SELECT CLAIMID, ENCOUNTERTYPE, ENCOUNTERID,
                      ENCOUNTERDATE, INSCARDNUMBER, COVSTATUS,
                      CLAIMAMOUNT, CLAIMDATE, STATUS,
                      COALESCE(PAIDAMOUNT, 0), PAIDDATE, REMITREASON
                 FROM CLAIM
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY CLAIMID
           END-EXEC.

      * every letter sent to the patient, and every one held back
      * because they opted out of post
           EXEC SQL
             DECLARE XLTR-CUR CURSOR FOR
               SELECT LETTERID, LETTERTYPE, EVENTID, EVENTDATE,
                      LETTERSTATUS, SENTDATE, SENTBY, LOGGEDTS
                 FROM LETTERLOG
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY LETTERID
           END-EXEC.

           EXEC SQL
             DECLARE XMDN-CUR CURSOR FOR
               SELECT MEDITATIONNAME, MEDITATIONTYPE, RELIEF,
      *================================================================*
       INITIALIZE-EXTRACT.
      *================================================================*
           MOVE 'HCSABR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCSABR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT EXTRACT-OUT.

      *================================================================*
           MOVE CI-PATIENT-ID TO DB2-PATIENT-ID.
           INITIALIZE WS-RECORD-COUNTS.
           ADD 1 TO WS-CARDS-READ.

           PERFORM EXTRACT-PATIENT.

           IF WS-PATIENT-COUNT GREATER THAN ZERO
             ADD 1 TO WS-PACKAGES-WRITTEN
             PERFORM EXTRACT-MEDICATIONS
             PERFORM EXTRACT-VISITS
             PERFORM EXTRACT-THRESHOLD
             PERFORM EXTRACT-ACCESS-LOG
             PERFORM EXTRACT-LAB-RESULTS
             PERFORM EXTRACT-VISIT-AUDIT
             PERFORM EXTRACT-ALLERGIES
             PERFORM EXTRACT-IMMUNISATIONS
             PERFORM EXTRACT-PROBLEMS
             PERFORM EXTRACT-LAB-ORDERS
             PERFORM EXTRACT-REFERRALS
             PERFORM EXTRACT-MESSAGES
             PERFORM EXTRACT-CONSENT
             PERFORM EXTRACT-CLAIMS
             PERFORM EXTRACT-LETTERS
           ELSE
             ADD 1 TO WS-CARDS-REJECTED
           END-IF.

           PERFORM WRITE-PACKAGE-TRAILER.
       FETCH-WRITE-VISIT-AUDIT-EXIT.
           EXIT.

      *================================================================*
       EXTRACT-ALLERGIES.
      *================================================================*
           MOVE 'N' TO WS-TABLE-EOF.
           EXEC SQL
               OPEN XALG-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCSABR01 - OPEN XALG-CUR FAILED, SQLCODE = '
                     SQLCODE
           ELSE
             PERFORM FETCH-WRITE-ALLERGY
               UNTIL WS-TABLE-AT-EOF
             EXEC SQL
                 CLOSE XALG-CUR
             END-EXEC
           END-IF.

       EXTRACT-ALLERGIES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       FETCH-WRITE-ALLERGY.
      *----------------------------------------------------------------*
           EXEC SQL
               FETCH XALG-CUR
                INTO :DB2-ALG-ALLERGY-ID, :DB2-ALG-ALLERGEN,
                     :DB2-ALG-TYPE, :DB2-ALG-REACTION,
                     :DB2-ALG-SEVERITY, :DB2-ALG-RECORDED-BY,
                     :DB2-ALG-RECORDED-DATE, :DB2-ALG-STATUS,
                     :DB2-ALG-REMOVED-BY :IND-ALG-REMOVED-BY,
                     :DB2-ALG-REMOVED-TS :IND-ALG-REMOVED-TS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF IND-ALG-REMOVED-BY LESS THAN ZERO
                 MOVE SPACES TO DB2-ALG-REMOVED-BY
               END-IF
               IF IND-ALG-REMOVED-TS LESS THAN ZERO
                 MOVE SPACES TO DB2-ALG-REMOVED-TS
               END-IF
               MOVE CI-PATIENT-ID         TO XY-PATIENT-ID
               MOVE DB2-ALG-ALLERGY-ID    TO XY-ALLERGY-ID
               MOVE DB2-ALG-ALLERGEN      TO XY-ALLERGEN
               MOVE DB2-ALG-TYPE          TO XY-ALLERGEN-TYPE
               MOVE DB2-ALG-REACTION      TO XY-REACTION
               MOVE DB2-ALG-SEVERITY      TO XY-SEVERITY
               MOVE DB2-ALG-RECORDED-BY   TO XY-RECORDED-BY
               MOVE DB2-ALG-RECORDED-DATE TO XY-RECORDED-DATE
               MOVE DB2-ALG-STATUS        TO XY-STATUS
               MOVE DB2-ALG-REMOVED-BY    TO XY-REMOVED-BY
               MOVE DB2-ALG-REMOVED-TS    TO XY-REMOVED-TS
               MOVE XR-ALLERGY-REC        TO EXTRACT-OUT-RECORD
               WRITE EXTRACT-OUT-RECORD
               ADD 1 TO WS-ALLERGY-COUNT
             WHEN 100
               MOVE 'Y' TO WS-TABLE-EOF
             WHEN OTHER
               DISPLAY 'HCSABR01 - FETCH XALG-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 'Y' TO WS-TABLE-EOF
           END-EVALUATE.

       FETCH-WRITE-ALLERGY-EXIT.
           EXIT.

      *================================================================*
       EXTRACT-IMMUNISATIONS.
      *================================================================*
           MOVE 'N' TO WS-TABLE-EOF.
           EXEC SQL
               OPEN XIMM-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCSABR01 - OPEN XIMM-CUR FAILED, SQLCODE = '
                     SQLCODE
           ELSE
             PERFORM FETCH-WRITE-IMMUNISATION
               UNTIL WS-TABLE-AT-EOF
             EXEC SQL
                 CLOSE XIMM-CUR
             END-EXEC
           END-IF.

       EXTRACT-IMMUNISATIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       FETCH-WRITE-IMMUNISATION.
      *----------------------------------------------------------------*
           EXEC SQL
               FETCH XIMM-CUR
                INTO :DB2-IMM-IMMUN-ID, :DB2-IMM-VACCINE,
                     :DB2-IMM-DOSE-NUMBER, :DB2-IMM-BATCH-NUMBER,
                     :DB2-IMM-GIVEN-DATE, :DB2-IMM-GIVEN-BY,
                     :DB2-IMM-SITE, :DB2-IMM-RECORDED-BY,
                     :DB2-IMM-STATUS,
                     :DB2-IMM-REMOVED-BY :IND-IMM-REMOVED-BY,
                     :DB2-IMM-REMOVED-TS :IND-IMM-REMOVED-TS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF IND-IMM-REMOVED-BY LESS THAN ZERO
                 MOVE SPACES TO DB2-IMM-REMOVED-BY
               END-IF
               IF IND-IMM-REMOVED-TS LESS THAN ZERO
                 MOVE SPACES TO DB2-IMM-REMOVED-TS
               END-IF
               MOVE CI-PATIENT-ID         TO XI-PATIENT-ID
               MOVE DB2-IMM-IMMUN-ID      TO XI-IMMUN-ID
               MOVE DB2-IMM-VACCINE       TO XI-VACCINE
               MOVE DB2-IMM-DOSE-NUMBER   TO XI-DOSE-NUMBER
               MOVE DB2-IMM-BATCH-NUMBER  TO XI-BATCH-NUMBER
               MOVE DB2-IMM-GIVEN-DATE    TO XI-GIVEN-DATE
               MOVE DB2-IMM-GIVEN-BY      TO XI-GIVEN-BY
               MOVE DB2-IMM-SITE          TO XI-SITE
               MOVE DB2-IMM-RECORDED-BY   TO XI-RECORDED-BY
               MOVE DB2-IMM-STATUS        TO XI-STATUS
               MOVE DB2-IMM-REMOVED-BY    TO XI-REMOVED-BY
               MOVE DB2-IMM-REMOVED-TS    TO XI-REMOVED-TS
               MOVE XR-IMMUN-REC          TO EXTRACT-OUT-RECORD
               WRITE EXTRACT-OUT-RECORD
               ADD 1 TO WS-IMMUN-COUNT
             WHEN 100
               MOVE 'Y' TO WS-TABLE-EOF
             WHEN OTHER
               DISPLAY 'HCSABR01 - FETCH XIMM-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 'Y' TO WS-TABLE-EOF
           END-EVALUATE.

       FETCH-WRITE-IMMUNISATION-EXIT.
           EXIT.

      *================================================================*
       EXTRACT-PROBLEMS.
      *================================================================*
           MOVE 'N' TO WS-TABLE-EOF.
           EXEC SQL
               OPEN XPRB-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCSABR01 - OPEN XPRB-CUR FAILED, SQLCODE = '
                     SQLCODE
           ELSE
             PERFORM FETCH-WRITE-PROBLEM
               UNTIL WS-TABLE-AT-EOF
             EXEC SQL
                 CLOSE XPRB-CUR
             END-EXEC
           END-IF.

       EXTRACT-PROBLEMS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       FETCH-WRITE-PROBLEM.
      *----------------------------------------------------------------*
           EXEC SQL
               FETCH XPRB-CUR
                INTO :DB2-PRB-PROBLEM-ID, :DB2-PRB-CONDITION,
                     :DB2-PRB-DIAG-DATE, :DB2-PRB-STATUS,
                     :DB2-PRB-RECORDED-BY, :DB2-PRB-RECORDED-TS,
                     :DB2-PRB-RESOLVED-DATE :IND-PRB-RESOLVED-DATE,
                     :DB2-PRB-RESOLVED-BY :IND-PRB-RESOLVED-BY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF IND-PRB-RESOLVED-DATE LESS THAN ZERO
                 MOVE SPACES TO DB2-PRB-RESOLVED-DATE
               END-IF
               IF IND-PRB-RESOLVED-BY LESS THAN ZERO
                 MOVE SPACES TO DB2-PRB-RESOLVED-BY
               END-IF
               MOVE CI-PATIENT-ID         TO XD-PATIENT-ID
               MOVE DB2-PRB-PROBLEM-ID    TO XD-PROBLEM-ID
               MOVE DB2-PRB-CONDITION     TO XD-CONDITION
               MOVE DB2-PRB-DIAG-DATE     TO XD-DIAG-DATE
               MOVE DB2-PRB-STATUS        TO XD-STATUS
               MOVE DB2-PRB-RECORDED-BY   TO XD-RECORDED-BY
               MOVE DB2-PRB-RECORDED-TS   TO XD-RECORDED-TS
               MOVE DB2-PRB-RESOLVED-DATE TO XD-RESOLVED-DATE
               MOVE DB2-PRB-RESOLVED-BY   TO XD-RESOLVED-BY
               MOVE XR-PROBLEM-REC        TO EXTRACT-OUT-RECORD
               WRITE EXTRACT-OUT-RECORD
               ADD 1 TO WS-PROBLEM-COUNT
             WHEN 100
               MOVE 'Y' TO WS-TABLE-EOF
             WHEN OTHER
               DISPLAY 'HCSABR01 - FETCH XPRB-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 'Y' TO WS-TABLE-EOF
           END-EVALUATE.

       FETCH-WRITE-PROBLEM-EXIT.
           EXIT.

      *================================================================*
       EXTRACT-LAB-ORDERS.
      *================================================================*
           MOVE 'N' TO WS-TABLE-EOF.
           EXEC SQL
               OPEN XLBO-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCSABR01 - OPEN XLBO-CUR FAILED, SQLCODE = '
                     SQLCODE
           ELSE
             PERFORM FETCH-WRITE-LAB-ORDER
               UNTIL WS-TABLE-AT-EOF
             EXEC SQL
                 CLOSE XLBO-CUR
             END-EXEC
           END-IF.

       EXTRACT-LAB-ORDERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       FETCH-WRITE-LAB-ORDER.
      *----------------------------------------------------------------*
           EXEC SQL
               FETCH XLBO-CUR
                INTO :DB2-LBO-ORDER-ID, :DB2-LBO-TEST-CODE,
                     :DB2-LBO-CLINICIAN,
                     :DB2-LBO-NOTES :IND-LBO-NOTES,
                     :DB2-LBO-ORDER-DATE, :DB2-LBO-STATUS,
                     :DB2-LBO-SENT-DATE :IND-LBO-SENT-DATE,
                     :DB2-LBO-LABRESULT-ID :IND-LBO-LABRESULT-ID,
                     :DB2-LBO-RESULTED-TS :IND-LBO-RESULTED-TS,
                     :DB2-LBO-ORDERED-BY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF IND-LBO-NOTES LESS THAN ZERO
                 MOVE SPACES TO DB2-LBO-NOTES
               END-IF
               IF IND-LBO-SENT-DATE LESS THAN ZERO
                 MOVE SPACES TO DB2-LBO-SENT-DATE
               END-IF
               IF IND-LBO-LABRESULT-ID LESS THAN ZERO
                 MOVE ZERO TO DB2-LBO-LABRESULT-ID
               END-IF
               IF IND-LBO-RESULTED-TS LESS THAN ZERO
                 MOVE SPACES TO DB2-LBO-RESULTED-TS
               END-IF
               MOVE CI-PATIENT-ID         TO XO-PATIENT-ID
               MOVE DB2-LBO-ORDER-ID      TO XO-ORDER-ID
               MOVE DB2-LBO-TEST-CODE     TO XO-TEST-CODE
               MOVE DB2-LBO-CLINICIAN     TO XO-CLINICIAN
               MOVE DB2-LBO-NOTES         TO XO-NOTES
               MOVE DB2-LBO-ORDER-DATE    TO XO-ORDER-DATE
               MOVE DB2-LBO-STATUS        TO XO-STATUS
               MOVE DB2-LBO-SENT-DATE     TO XO-SENT-DATE
               MOVE DB2-LBO-LABRESULT-ID  TO XO-LABRESULT-ID
               MOVE DB2-LBO-RESULTED-TS   TO XO-RESULTED-TS
               MOVE DB2-LBO-ORDERED-BY    TO XO-ORDERED-BY
               MOVE XR-LABORDER-REC       TO EXTRACT-OUT-RECORD
               WRITE EXTRACT-OUT-RECORD
               ADD 1 TO WS-LABORD-COUNT
             WHEN 100
               MOVE 'Y' TO WS-TABLE-EOF
             WHEN OTHER
               DISPLAY 'HCSABR01 - FETCH XLBO-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 'Y' TO WS-TABLE-EOF
           END-EVALUATE.

       FETCH-WRITE-LAB-ORDER-EXIT.
           EXIT.

      *================================================================*
       EXTRACT-REFERRALS.
      *================================================================*
           MOVE 'N' TO WS-TABLE-EOF.
           EXEC SQL
               OPEN XREF-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCSABR01 - OPEN XREF-CUR FAILED, SQLCODE = '
                     SQLCODE
           ELSE
             PERFORM FETCH-WRITE-REFERRAL
               UNTIL WS-TABLE-AT-EOF
             EXEC SQL
                 CLOSE XREF-CUR
             END-EXEC
           END-IF.

       EXTRACT-REFERRALS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       FETCH-WRITE-REFERRAL.
      *----------------------------------------------------------------*
           EXEC SQL
               FETCH XREF-CUR
                INTO :DB2-REF-REFERRAL-ID, :DB2-REF-SPECIALTY,
                     :DB2-REF-ORGANISATION, :DB2-REF-URGENCY,
                     :DB2-REF-REASON, :DB2-REF-CLINICIAN,
                     :DB2-REF-SENT-DATE, :DB2-REF-STATUS,
                     :DB2-REF-ACK-DATE :IND-REF-ACK-DATE,
                     :DB2-REF-APPT-DATE :IND-REF-APPT-DATE,
                     :DB2-REF-CLOSED-DATE :IND-REF-CLOSED-DATE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF IND-REF-ACK-DATE LESS THAN ZERO
                 MOVE SPACES TO DB2-REF-ACK-DATE
               END-IF
               IF IND-REF-APPT-DATE LESS THAN ZERO
                 MOVE SPACES TO DB2-REF-APPT-DATE
               END-IF
               IF IND-REF-CLOSED-DATE LESS THAN ZERO
                 MOVE SPACES TO DB2-REF-CLOSED-DATE
               END-IF
               MOVE CI-PATIENT-ID         TO XF-PATIENT-ID
               MOVE DB2-REF-REFERRAL-ID   TO XF-REFERRAL-ID
               MOVE DB2-REF-SPECIALTY     TO XF-SPECIALTY
               MOVE DB2-REF-ORGANISATION  TO XF-ORGANISATION
               MOVE DB2-REF-URGENCY       TO XF-URGENCY
               MOVE DB2-REF-REASON        TO XF-REASON
               MOVE DB2-REF-CLINICIAN     TO XF-CLINICIAN
               MOVE DB2-REF-SENT-DATE     TO XF-SENT-DATE
               MOVE DB2-REF-STATUS        TO XF-STATUS
               MOVE DB2-REF-ACK-DATE      TO XF-ACK-DATE
               MOVE DB2-REF-APPT-DATE     TO XF-APPT-DATE
               MOVE DB2-REF-CLOSED-DATE   TO XF-CLOSED-DATE
               MOVE XR-REFERRAL-REC       TO EXTRACT-OUT-RECORD
               WRITE EXTRACT-OUT-RECORD
               ADD 1 TO WS-REFER-COUNT
             WHEN 100
               MOVE 'Y' TO WS-TABLE-EOF
             WHEN OTHER
               DISPLAY 'HCSABR01 - FETCH XREF-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 'Y' TO WS-TABLE-EOF
           END-EVALUATE.

       FETCH-WRITE-REFERRAL-EXIT.
           EXIT.

      *================================================================*
       EXTRACT-MESSAGES.
      *================================================================*
           MOVE 'N' TO WS-TABLE-EOF.
           EXEC SQL
               OPEN XMSG-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCSABR01 - OPEN XMSG-CUR FAILED, SQLCODE = '
                     SQLCODE
           ELSE
             PERFORM FETCH-WRITE-MESSAGE
               UNTIL WS-TABLE-AT-EOF
             EXEC SQL
                 CLOSE XMSG-CUR
             END-EXEC
           END-IF.

       EXTRACT-MESSAGES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       FETCH-WRITE-MESSAGE.
      *----------------------------------------------------------------*
      * The message record, then its text, then the reply's text when *
      * there is one - each text in two 125-byte segments.            *
      *----------------------------------------------------------------*
           EXEC SQL
               FETCH XMSG-CUR
                INTO :DB2-MSG-MESSAGE-ID, :DB2-MSG-CATEGORY,
                     :DB2-MSG-SUBJECT, :DB2-MSG-TEXT,
                     :DB2-MSG-SENT-TS, :DB2-MSG-STATUS,
                     :DB2-MSG-OPENED-BY :IND-MSG-OPENED-BY,
                     :DB2-MSG-OPENED-TS :IND-MSG-OPENED-TS,
                     :DB2-MSG-REPLY-TEXT :IND-MSG-REPLY-TEXT,
                     :DB2-MSG-REPLIED-BY :IND-MSG-REPLIED-BY,
                     :DB2-MSG-REPLIED-TS :IND-MSG-REPLIED-TS,
                     :DB2-MSG-CLOSED-BY :IND-MSG-CLOSED-BY,
                     :DB2-MSG-CLOSED-TS :IND-MSG-CLOSED-TS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF IND-MSG-OPENED-BY LESS THAN ZERO
                 MOVE SPACES TO DB2-MSG-OPENED-BY
               END-IF
               IF IND-MSG-OPENED-TS LESS THAN ZERO
                 MOVE SPACES TO DB2-MSG-OPENED-TS
               END-IF
               IF IND-MSG-REPLIED-BY LESS THAN ZERO
                 MOVE SPACES TO DB2-MSG-REPLIED-BY
               END-IF
               IF IND-MSG-REPLIED-TS LESS THAN ZERO
                 MOVE SPACES TO DB2-MSG-REPLIED-TS
               END-IF
               IF IND-MSG-CLOSED-BY LESS THAN ZERO
                 MOVE SPACES TO DB2-MSG-CLOSED-BY
               END-IF
               IF IND-MSG-CLOSED-TS LESS THAN ZERO
                 MOVE SPACES TO DB2-MSG-CLOSED-TS
               END-IF
               MOVE CI-PATIENT-ID         TO XS-PATIENT-ID
               MOVE DB2-MSG-MESSAGE-ID    TO XS-MESSAGE-ID
               MOVE DB2-MSG-CATEGORY      TO XS-CATEGORY
               MOVE DB2-MSG-SUBJECT       TO XS-SUBJECT
               MOVE DB2-MSG-STATUS        TO XS-STATUS
               MOVE DB2-MSG-SENT-TS       TO XS-SENT-TS
               MOVE DB2-MSG-OPENED-BY     TO XS-OPENED-BY
               MOVE DB2-MSG-OPENED-TS     TO XS-OPENED-TS
               MOVE DB2-MSG-REPLIED-BY    TO XS-REPLIED-BY
               MOVE DB2-MSG-REPLIED-TS    TO XS-REPLIED-TS
               MOVE DB2-MSG-CLOSED-BY     TO XS-CLOSED-BY
               MOVE DB2-MSG-CLOSED-TS     TO XS-CLOSED-TS
               MOVE XR-MESSAGE-REC        TO EXTRACT-OUT-RECORD
               WRITE EXTRACT-OUT-RECORD
               ADD 1 TO WS-MESSAGE-COUNT
               MOVE CI-PATIENT-ID         TO XX-PATIENT-ID
               MOVE DB2-MSG-MESSAGE-ID    TO XX-MESSAGE-ID
               SET XX-PATIENT-TEXT        TO TRUE
               MOVE 1                     TO XX-SEGMENT
               MOVE DB2-MSG-TEXT (1:125)  TO XX-TEXT
               PERFORM WRITE-MESSAGE-TEXT
               MOVE 2                     TO XX-SEGMENT
               MOVE DB2-MSG-TEXT (126:125) TO XX-TEXT
               PERFORM WRITE-MESSAGE-TEXT
               IF IND-MSG-REPLY-TEXT NOT LESS THAN ZERO
                 SET XX-REPLY-TEXT        TO TRUE
                 MOVE 1                   TO XX-SEGMENT
                 MOVE DB2-MSG-REPLY-TEXT (1:125) TO XX-TEXT
                 PERFORM WRITE-MESSAGE-TEXT
                 MOVE 2                   TO XX-SEGMENT
                 MOVE DB2-MSG-REPLY-TEXT (126:125) TO XX-TEXT
                 PERFORM WRITE-MESSAGE-TEXT
               END-IF
             WHEN 100
               MOVE 'Y' TO WS-TABLE-EOF
             WHEN OTHER
               DISPLAY 'HCSABR01 - FETCH XMSG-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 'Y' TO WS-TABLE-EOF
           END-EVALUATE.

       FETCH-WRITE-MESSAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       WRITE-MESSAGE-TEXT.
      *----------------------------------------------------------------*
           MOVE XR-MSGTEXT-REC TO EXTRACT-OUT-RECORD.
           WRITE EXTRACT-OUT-RECORD.
           ADD 1 TO WS-MSGTEXT-COUNT.

       WRITE-MESSAGE-TEXT-EXIT.
           EXIT.

      *================================================================*
       EXTRACT-CONSENT.
      *================================================================*
      * One row per patient at most; none on file means the patient   *
      * never stated a preference, and the package carries none.      *
      *================================================================*
           EXEC SQL
               SELECT REMINDCHANNEL, OPTOUTSMS, OPTOUTEMAIL,
                      OPTOUTPOST, SHARECONSENT, CONSENTDATE,
                      CONSENTBY
                 INTO :DB2-CNS-CHANNEL, :DB2-CNS-OPTOUT-SMS,
                      :DB2-CNS-OPTOUT-EMAIL, :DB2-CNS-OPTOUT-POST,
                      :DB2-CNS-SHARE-CONSENT, :DB2-CNS-CONSENT-DATE,
                      :DB2-CNS-CONSENT-BY
                 FROM PATIENT_CONSENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE CI-PATIENT-ID         TO XK-PATIENT-ID
               MOVE DB2-CNS-CHANNEL       TO XK-CHANNEL
               MOVE DB2-CNS-OPTOUT-SMS    TO XK-OPTOUT-SMS
               MOVE DB2-CNS-OPTOUT-EMAIL  TO XK-OPTOUT-EMAIL
               MOVE DB2-CNS-OPTOUT-POST   TO XK-OPTOUT-POST
               MOVE DB2-CNS-SHARE-CONSENT TO XK-SHARE-CONSENT
               MOVE DB2-CNS-CONSENT-DATE  TO XK-CONSENT-DATE
               MOVE DB2-CNS-CONSENT-BY    TO XK-CONSENT-BY
               MOVE XR-CONSENT-REC        TO EXTRACT-OUT-RECORD
               WRITE EXTRACT-OUT-RECORD
               ADD 1 TO WS-CONSENT-COUNT
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'HCSABR01 - SELECT PATIENT_CONSENT FAILED, '
                       'SQLCODE = ' SQLCODE
           END-EVALUATE.

       EXTRACT-CONSENT-EXIT.
           EXIT.

      *================================================================*
       EXTRACT-CLAIMS.
      *================================================================*
           MOVE 'N' TO WS-TABLE-EOF.
           EXEC SQL
               OPEN XCLM-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCSABR01 - OPEN XCLM-CUR FAILED, SQLCODE = '
                     SQLCODE
           ELSE
             PERFORM FETCH-WRITE-CLAIM
               UNTIL WS-TABLE-AT-EOF
             EXEC SQL
                 CLOSE XCLM-CUR
             END-EXEC
           END-IF.

       EXTRACT-CLAIMS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       FETCH-WRITE-CLAIM.
      *----------------------------------------------------------------*
           EXEC SQL
               FETCH XCLM-CUR
                INTO :DB2-CLM-CLAIM-ID, :DB2-CLM-ENC-TYPE,
                     :DB2-CLM-ENC-ID, :DB2-CLM-ENC-DATE,
                     :DB2-CLM-INS-CARD-NUM, :DB2-CLM-COV-STATUS,
                     :DB2-CLM-AMOUNT, :DB2-CLM-CLAIM-DATE,
                     :DB2-CLM-STATUS, :DB2-CLM-PAID,
                     :DB2-CLM-PAID-DATE :IND-CLM-PAID-DATE,
                     :DB2-CLM-REMIT-REASON :IND-CLM-REMIT-REASON
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF IND-CLM-PAID-DATE LESS THAN ZERO
                 MOVE SPACES TO DB2-CLM-PAID-DATE
               END-IF
               IF IND-CLM-REMIT-REASON LESS THAN ZERO
                 MOVE SPACES TO DB2-CLM-REMIT-REASON
               END-IF
               MOVE CI-PATIENT-ID         TO XJ-PATIENT-ID
               MOVE DB2-CLM-CLAIM-ID      TO XJ-CLAIM-ID
               MOVE DB2-CLM-ENC-TYPE      TO XJ-ENCOUNTER-TYPE
               MOVE DB2-CLM-ENC-ID        TO XJ-ENCOUNTER-ID
               MOVE DB2-CLM-ENC-DATE      TO XJ-ENCOUNTER-DATE
               MOVE DB2-CLM-INS-CARD-NUM  TO XJ-INS-CARD-NUM
               MOVE DB2-CLM-COV-STATUS    TO XJ-COV-STATUS
               MOVE DB2-CLM-AMOUNT        TO XJ-CLAIM-AMOUNT
               MOVE DB2-CLM-CLAIM-DATE    TO XJ-CLAIM-DATE
               MOVE DB2-CLM-STATUS        TO XJ-STATUS
               MOVE DB2-CLM-PAID          TO XJ-PAID-AMOUNT
               MOVE DB2-CLM-PAID-DATE     TO XJ-PAID-DATE
               MOVE DB2-CLM-REMIT-REASON  TO XJ-REMIT-REASON
               MOVE XR-CLAIM-REC          TO EXTRACT-OUT-RECORD
               WRITE EXTRACT-OUT-RECORD
               ADD 1 TO WS-CLAIM-COUNT
             WHEN 100
               MOVE 'Y' TO WS-TABLE-EOF
             WHEN OTHER
               DISPLAY 'HCSABR01 - FETCH XCLM-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 'Y' TO WS-TABLE-EOF
           END-EVALUATE.

       FETCH-WRITE-CLAIM-EXIT.
           EXIT.

      *================================================================*
       EXTRACT-LETTERS.
      *================================================================*
           MOVE 'N' TO WS-TABLE-EOF.
           EXEC SQL
               OPEN XLTR-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCSABR01 - OPEN XLTR-CUR FAILED, SQLCODE = '
                     SQLCODE
           ELSE
             PERFORM FETCH-WRITE-LETTER
               UNTIL WS-TABLE-AT-EOF
             EXEC SQL
                 CLOSE XLTR-CUR
             END-EXEC
           END-IF.

       EXTRACT-LETTERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       FETCH-WRITE-LETTER.
      *----------------------------------------------------------------*
           EXEC SQL
               FETCH XLTR-CUR
                INTO :DB2-LTR-LETTER-ID, :DB2-LTR-LETTER-TYPE,
                     :DB2-LTR-EVENT-ID, :DB2-LTR-EVENT-DATE,
                     :DB2-LTR-STATUS, :DB2-LTR-SENT-DATE,
                     :DB2-LTR-SENT-BY, :DB2-LTR-LOGGED-TS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE CI-PATIENT-ID         TO XE-PATIENT-ID
               MOVE DB2-LTR-LETTER-ID     TO XE-LETTER-ID
               MOVE DB2-LTR-LETTER-TYPE   TO XE-LETTER-TYPE
               MOVE DB2-LTR-EVENT-ID      TO XE-EVENT-ID
               MOVE DB2-LTR-EVENT-DATE    TO XE-EVENT-DATE
               MOVE DB2-LTR-STATUS        TO XE-LETTER-STATUS
               MOVE DB2-LTR-SENT-DATE     TO XE-SENT-DATE
               MOVE DB2-LTR-SENT-BY       TO XE-SENT-BY
               MOVE DB2-LTR-LOGGED-TS     TO XE-LOGGED-TS
               MOVE XR-LETTER-REC         TO EXTRACT-OUT-RECORD
               WRITE EXTRACT-OUT-RECORD
               ADD 1 TO WS-LETTER-COUNT
             WHEN 100
               MOVE 'Y' TO WS-TABLE-EOF
             WHEN OTHER
               DISPLAY 'HCSABR01 - FETCH XLTR-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 'Y' TO WS-TABLE-EOF
           END-EVALUATE.

       FETCH-WRITE-LETTER-EXIT.
           EXIT.

      *================================================================*
       WRITE-PACKAGE-TRAILER.
      *================================================================*
           MOVE WS-ACCESS-COUNT  TO XZ-ACCESS-COUNT.
           MOVE WS-LAB-COUNT     TO XZ-LAB-COUNT.
           MOVE WS-VISAUD-COUNT  TO XZ-VISAUD-COUNT.
           MOVE WS-ALLERGY-COUNT TO XZ-ALLERGY-COUNT.
           MOVE WS-IMMUN-COUNT   TO XZ-IMMUN-COUNT.
           MOVE WS-PROBLEM-COUNT TO XZ-PROBLEM-COUNT.
           MOVE WS-LABORD-COUNT  TO XZ-LABORD-COUNT.
           MOVE WS-REFER-COUNT   TO XZ-REFER-COUNT.
           MOVE WS-MESSAGE-COUNT TO XZ-MESSAGE-COUNT.
           MOVE WS-MSGTEXT-COUNT TO XZ-MSGTEXT-COUNT.
           MOVE WS-CONSENT-COUNT TO XZ-CONSENT-COUNT.
           MOVE WS-CLAIM-COUNT   TO XZ-CLAIM-COUNT.
           MOVE WS-LETTER-COUNT  TO XZ-LETTER-COUNT.
           MOVE XR-TRAILER-REC   TO EXTRACT-OUT-RECORD.
           WRITE EXTRACT-OUT-RECORD.

           CLOSE CONTROL-IN
           CLOSE EXTRACT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-CARDS-READ         TO RN-READ-COUNT
           MOVE WS-PACKAGES-WRITTEN   TO RN-WRITTEN-COUNT
           MOVE WS-CARDS-REJECTED     TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCSABR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
