      ******************************************************************
      *                                                                *
      *              Maintain Outbound Specialist Referrals            *
      *                                                                *
      *   To raise, and track to a close, the referrals the practice   *
      *  sends out to hospital specialists, on the DB2 REFERRAL        *
      *  table - the counterpart of the inbound referrals HCBRBR01     *
      *  loads.  A referral carries the specialty, the receiving       *
      *  organisation, its urgency, the reason, the referring          *
      *  clinician and the date it was sent, and moves through         *
      *  S sent, A acknowledged, P appointment given and C closed.     *
      *  Each step stamps its own date, so the HCRCBR01 weekly chase   *
      *  report can see how long the hospital has been sitting on it.  *
      *                                                                *
      *   A referral only moves forward: an appointment may be given   *
      *  (or re-given) without a separate acknowledgement - it is      *
      *  taken as acknowledged that day - but nothing reopens a        *
      *  closed referral, and an acknowledgement after an appointment  *
      *  is refused.  The referral id is checked against the           *
      *  patient, so one patient's referral cannot be updated by       *
      *  quoting another's id.                                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCORDB01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
      * Run time (debug) infomation for this invocation
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCORDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      *
       01  WS-RESP                   PIC S9(8) COMP.

      *----------------------------------------------------------------*
       COPY HCERRSWS.

      *----------------------------------------------------------------*
      * Definitions required for data manipulation                     *
      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +26.
           03 WS-CA-REFERRAL-LEN       PIC S9(4) COMP VALUE +143.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     DATE        :   PIC X(10)                                  *
      *----------------------------------------------------------------*
      * Host variables for input to DB2 integer types
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-REFERRAL-ID          PIC S9(9) COMP.
           03 DB2-EVENT-DATE           PIC X(10).
       01  DB2-OUT.
           03 DB2-STATUS               PIC X(01).
              88 DB2-STATUS-SENT                VALUE 'S'.
              88 DB2-STATUS-ACKNOWLEDGED        VALUE 'A'.
              88 DB2-STATUS-APPOINTED           VALUE 'P'.
              88 DB2-STATUS-CLOSED              VALUE 'C'.
      * Count used to confirm the patient exists before anything is
      * filed against them
       01  DB2-PATIENT-COUNT           PIC S9(9) COMP.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE HCCMAREA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
      * initialize working storage variables
           INITIALIZE WS-HEADER.
      * set up general variable
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
      *----------------------------------------------------------------*

      * initialize DB2 host variables
           INITIALIZE DB2-IN.
           INITIALIZE DB2-OUT.

      *----------------------------------------------------------------*
      * Process incoming commarea                                      *
      *----------------------------------------------------------------*
      * If NO commarea received issue an ABEND
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('HCCA') NODUMP END-EXEC
           END-IF

      * initialize commarea return code to zero
           MOVE RC-SUCCESS TO CA-RETURN-CODE.
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.

      * this program only maintains referrals - a commarea built for
      * some other transaction is rejected here
           IF NOT CA-REQ-MAINT-REFERRAL
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * check commarea length - must cover the full referral request
           ADD WS-CA-HEADER-LEN   TO WS-REQUIRED-CA-LEN
           ADD WS-CA-REFERRAL-LEN TO WS-REQUIRED-CA-LEN

      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE RC-CA-TOO-SHORT TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * a raise or an amendment must say who the patient is being
      * sent to, for what, and how urgently - the urgency is what the
      * chase report's targets hang on.  Every other action needs the
      * referral it applies to.
           IF NOT CA-REF-RAISE AND NOT CA-REF-AMEND
              AND NOT CA-REF-ACKNOWLEDGE AND NOT CA-REF-APPOINTMENT
              AND NOT CA-REF-CLOSE
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-REF-RAISE OR CA-REF-AMEND
             IF CA-REF-SPECIALTY EQUAL SPACES
                OR CA-REF-ORGANISATION EQUAL SPACES
                OR NOT CA-REF-URGENCY-VALID
               MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF

           IF NOT CA-REF-RAISE
             IF CA-REF-REFERRAL-ID IS NOT NUMERIC
                OR CA-REF-REFERRAL-ID EQUAL ZERO
               MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE CA-REF-REFERRAL-ID TO DB2-REFERRAL-ID
           END-IF

      * Convert commarea patient id to DB2 integer format
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
      * and save in error msg field incase required
           MOVE CA-PATIENT-ID TO EM-PATNUM

      * nothing gets filed against a PATIENTID that isn't on file
           PERFORM CHECK-PATIENT-EXISTS.

           PERFORM VALIDATE-EVENT-DATE.

      * Call routine to raise the referral or apply the step         *
           EVALUATE TRUE
             WHEN CA-REF-RAISE
               PERFORM RAISE-REFERRAL
             WHEN OTHER
               PERFORM READ-REFERRAL-STATUS
               PERFORM CHECK-STATUS-CHANGE
               EVALUATE TRUE
                 WHEN CA-REF-AMEND
                   PERFORM AMEND-REFERRAL
                 WHEN CA-REF-ACKNOWLEDGE
                   PERFORM ACKNOWLEDGE-REFERRAL
                 WHEN CA-REF-APPOINTMENT
                   PERFORM APPOINT-REFERRAL
                 WHEN CA-REF-CLOSE
                   PERFORM CLOSE-REFERRAL
               END-EVALUATE
           END-EVALUATE

           MOVE DB2-STATUS TO CA-REF-STATUS.

      *    Return to caller
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       CHECK-PATIENT-EXISTS.
      *================================================================*
           MOVE ' CHECK PATIENT EXISTS' TO EM-SQLREQ
             EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-PATIENT-COUNT
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF

             IF DB2-PATIENT-COUNT EQUAL ZERO
               MOVE RC-NOT-FOUND TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       VALIDATE-EVENT-DATE.
      *================================================================*
      * The date of the step - blank means today, except for an       *
      * appointment, where it is the hospital appointment's own date  *
      * and must be keyed.  Anything keyed must be shaped CCYY-MM-DD, *
      * the HCALDB01 edit.  An amendment only changes the date sent   *
      * when one is keyed.                                             *
      *================================================================*
           IF CA-REF-EVENT-DATE EQUAL SPACES
             IF CA-REF-APPOINTMENT
               MOVE RC-INVALID-DATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             EXEC SQL
                  SET :DB2-EVENT-DATE = CURRENT DATE
             END-EXEC
           ELSE
             IF CA-REF-EVENT-DATE (5:1) NOT EQUAL '-'
                OR CA-REF-EVENT-DATE (8:1) NOT EQUAL '-'
                OR CA-REF-EVENT-DATE (1:4) IS NOT NUMERIC
                OR CA-REF-EVENT-DATE (6:2) IS NOT NUMERIC
                OR CA-REF-EVENT-DATE (9:2) IS NOT NUMERIC
               MOVE RC-INVALID-DATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE CA-REF-EVENT-DATE TO DB2-EVENT-DATE
           END-IF.

           EXIT.

      *================================================================*
       RAISE-REFERRAL.
      *================================================================*
      * File the new referral as sent and hand the generated id back  *
      * so the desk can quote it when the hospital replies.           *
      *================================================================*
           MOVE ' INSERT REFERRAL' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO REFERRAL
                         ( REFERRALID,
                           PATIENTID,
                           SPECIALTY,
                           ORGANISATION,
                           URGENCY,
                           REASON,
                           CLINICIAN,
                           SENTDATE,
                           STATUS,
                           UPDATEDBY,
                           UPDATEDTS )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :CA-REF-SPECIALTY,
                           :CA-REF-ORGANISATION,
                           :CA-REF-URGENCY,
                           :CA-REF-REASON,
                           :CA-REF-CLINICIAN,
                           :DB2-EVENT-DATE,
                           'S',
                           :CA-OPERATOR-ID,
                           CURRENT TIMESTAMP )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             ELSE
               EXEC SQL
                    SET :DB2-REFERRAL-ID = IDENTITY_VAL_LOCAL()
               END-EXEC
               MOVE DB2-REFERRAL-ID TO CA-REF-REFERRAL-ID
               MOVE 'S' TO DB2-STATUS
             END-IF.

           EXIT.

      *================================================================*
       READ-REFERRAL-STATUS.
      *================================================================*
      * The referral must be this patient's.                          *
      *================================================================*
           MOVE ' SELECT REFERRAL' TO EM-SQLREQ
             EXEC SQL
               SELECT STATUS
                 INTO :DB2-STATUS
                 FROM REFERRAL
                WHERE REFERRALID = :DB2-REFERRAL-ID
                  AND PATIENTID  = :DB2-PATIENT-ID
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 CONTINUE
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *================================================================*
       CHECK-STATUS-CHANGE.
      *================================================================*
      * Nothing moves a closed referral; an acknowledgement is only   *
      * taken while the referral is still sent or acknowledged (a     *
      * corrected date).  An amendment, appointment or close is       *
      * taken at any open stage.                                       *
      *================================================================*
           IF DB2-STATUS-CLOSED
              OR (CA-REF-ACKNOWLEDGE
                  AND NOT DB2-STATUS-SENT
                  AND NOT DB2-STATUS-ACKNOWLEDGED)
             MOVE DB2-STATUS TO CA-REF-STATUS
             MOVE RC-INVALID-STATUS-CHANGE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       AMEND-REFERRAL.
      *================================================================*
      * Correct the details of an open referral.  The date sent only  *
      * changes when one was keyed.                                    *
      *================================================================*
           IF CA-REF-EVENT-DATE EQUAL SPACES
             MOVE ' UPDATE REFERRAL' TO EM-SQLREQ
             EXEC SQL
               UPDATE REFERRAL
                  SET SPECIALTY    = :CA-REF-SPECIALTY,
                      ORGANISATION = :CA-REF-ORGANISATION,
                      URGENCY      = :CA-REF-URGENCY,
                      REASON       = :CA-REF-REASON,
                      CLINICIAN    = :CA-REF-CLINICIAN,
                      UPDATEDBY    = :CA-OPERATOR-ID,
                      UPDATEDTS    = CURRENT TIMESTAMP
                WHERE REFERRALID = :DB2-REFERRAL-ID
             END-EXEC
           ELSE
             MOVE ' UPDATE REFERRAL' TO EM-SQLREQ
             EXEC SQL
               UPDATE REFERRAL
                  SET SPECIALTY    = :CA-REF-SPECIALTY,
                      ORGANISATION = :CA-REF-ORGANISATION,
                      URGENCY      = :CA-REF-URGENCY,
                      REASON       = :CA-REF-REASON,
                      CLINICIAN    = :CA-REF-CLINICIAN,
                      SENTDATE     = :DB2-EVENT-DATE,
                      UPDATEDBY    = :CA-OPERATOR-ID,
                      UPDATEDTS    = CURRENT TIMESTAMP
                WHERE REFERRALID = :DB2-REFERRAL-ID
             END-EXEC
           END-IF

           PERFORM CHECK-UPDATE-SQLCODE.

           EXIT.

      *================================================================*
       ACKNOWLEDGE-REFERRAL.
      *================================================================*
           MOVE ' ACKNOWLEDGE REFERRAL' TO EM-SQLREQ
             EXEC SQL
               UPDATE REFERRAL
                  SET STATUS    = 'A',
                      ACKDATE   = :DB2-EVENT-DATE,
                      UPDATEDBY = :CA-OPERATOR-ID,
                      UPDATEDTS = CURRENT TIMESTAMP
                WHERE REFERRALID = :DB2-REFERRAL-ID
             END-EXEC

           PERFORM CHECK-UPDATE-SQLCODE.
           MOVE 'A' TO DB2-STATUS.

           EXIT.

      *================================================================*
       APPOINT-REFERRAL.
      *================================================================*
      * The hospital has given the patient an appointment.  A         *
      * referral never formally acknowledged is taken as              *
      * acknowledged today.                                            *
      *================================================================*
           MOVE ' APPOINT REFERRAL' TO EM-SQLREQ
             EXEC SQL
               UPDATE REFERRAL
                  SET STATUS    = 'P',
                      APPTDATE  = :DB2-EVENT-DATE,
                      ACKDATE   = COALESCE(ACKDATE, CURRENT DATE),
                      UPDATEDBY = :CA-OPERATOR-ID,
                      UPDATEDTS = CURRENT TIMESTAMP
                WHERE REFERRALID = :DB2-REFERRAL-ID
             END-EXEC

           PERFORM CHECK-UPDATE-SQLCODE.
           MOVE 'P' TO DB2-STATUS.

           EXIT.

      *================================================================*
       CLOSE-REFERRAL.
      *================================================================*
           MOVE ' CLOSE REFERRAL' TO EM-SQLREQ
             EXEC SQL
               UPDATE REFERRAL
                  SET STATUS     = 'C',
                      CLOSEDDATE = :DB2-EVENT-DATE,
                      UPDATEDBY  = :CA-OPERATOR-ID,
                      UPDATEDTS  = CURRENT TIMESTAMP
                WHERE REFERRALID = :DB2-REFERRAL-ID
             END-EXEC

           PERFORM CHECK-UPDATE-SQLCODE.
           MOVE 'C' TO DB2-STATUS.

           EXIT.

      *================================================================*
       CHECK-UPDATE-SQLCODE.
      *================================================================*
      * The referral was read moments ago; losing it now is reported  *
      * the RC-RECORD-CHANGED way.                                     *
      *================================================================*
             EVALUATE SQLCODE
               WHEN 0
                 CONTINUE
               WHEN 100
                 MOVE RC-RECORD-CHANGED TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
