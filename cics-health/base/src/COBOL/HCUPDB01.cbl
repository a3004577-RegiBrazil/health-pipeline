      *  (an older caller) skips the token check but the row is        *
      *  still version-stamped on the way through.                     *
      *                                                                *
      *   An update that changed anything is also published to the    *
      *  regional EHR as an UPDPAT event on HCNP, carrying the         *
      *  demographics as they now stand, so the EHR hears about a      *
      *  move or a corrected name the same day.  HCBLBR01 balances     *
      *  the events against the 'U' audit rows.                        *
      *                                                                *
      *   A changed postcode or city must agree with the POSTCODEREF   *
      *  reference, or the update is refused with RC-INVALID-POSTCODE. *
      *  An address left as it was is not re-checked, so a clerk       *
      *  correcting a phone number is not held up by an old postcode  *
      *  - those are worked off the HCPEBR01 cleanse report instead.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCUPDB01.
      * HCIPDB01 serves from; kept coherent here at update time        *
       COPY HCPCACHE.

      *----------------------------------------------------------------*
      * Patient event record published to HCNP for the regional EHR    *
      *----------------------------------------------------------------*
       COPY HCNPEVWS.

      *----------------------------------------------------------------*
      * Postcode check against the POSTCODEREF reference               *
      *----------------------------------------------------------------*
       COPY HCPOSTWS.

      *----------------------------------------------------------------*
      * Definitions required for data manipulation                     *
      *----------------------------------------------------------------*
       01  WS-UPDATE-SWITCHES.
           03 WS-ROW-EXISTS-SW         PIC X(01) VALUE 'N'.
              88 WS-ROW-EXISTS                   VALUE 'Y'.
      * Set by AUDIT-CHANGED-FIELDS when any field actually changed -
      * a re-statement of the same values is not news to the EHR
           03 WS-FIELD-CHANGED-SW      PIC X(01) VALUE 'N'.
              88 WS-FIELD-CHANGED                VALUE 'Y'.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
           MOVE CA-PATIENT-ID TO EM-PATNUM.
           PERFORM GET-BEFORE-IMAGE.
           IF WS-ROW-EXISTS
              AND (CA-POSTCODE NOT EQUAL DB2-OLD-POSTCODE
                   OR CA-CITY  NOT EQUAL DB2-OLD-CITY)
             PERFORM VALIDATE-PATIENT-POSTCODE
           END-IF.
           PERFORM UPDATE-PATIENT.

      *    Return to caller

           EXIT.

      *================================================================*
       VALIDATE-PATIENT-POSTCODE.
      *================================================================*
      * The new postcode and city must agree with the postal          *
      * authority's file as HCPOBR01 last loaded it onto POSTCODEREF - *
      * the same check HCAPDB01 makes on an add.                       *
      *================================================================*
           MOVE CA-POSTCODE TO PV-POSTCODE
           MOVE CA-CITY     TO PV-CITY
           MOVE ' CHECK POSTCODEREF' TO EM-SQLREQ
           PERFORM POSTCODE-VALIDATE

           IF PV-CHECK-FAILED
             MOVE RC-SQL-ERROR TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT PV-POSTCODE-OK
             MOVE RC-INVALID-POSTCODE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       UPDATE-PATIENT.
      *================================================================*
                 MOVE RC-SUCCESS TO CA-RETURN-CODE
                 PERFORM AUDIT-CHANGED-FIELDS
                 PERFORM UPDATE-PATIENT-CACHE
                 IF WS-FIELD-CHANGED
                   PERFORM WRITE-UPDATE-EVENT
                 END-IF
               WHEN 100
                 IF WS-ROW-EXISTS
                   MOVE RC-RECORD-CHANGED TO CA-RETURN-CODE
      * is an incomplete audit trail, not a failed update, so it gets  *
      * the follow-on return code rather than RC-SQL-ERROR.            *
      *================================================================*
           MOVE 'Y' TO WS-FIELD-CHANGED-SW

           MOVE ' INSERT UPDATE AUDIT' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO PATIENT_AUDIT

           EXIT.

      *================================================================*
       WRITE-UPDATE-EVENT.
      *================================================================*
      * Publish an UPDPAT event with the demographics as amended, for *
      * HCNPTX01 to relay to the regional EHR.  The PATIENT row is    *
      * already updated, so a queue failure is a follow-on failure,   *
      * not a failed update - HCBLBR01 lists the patient as missing   *
      * its EHR event so it can be re-sent.                           *
      *================================================================*
           MOVE SPACES               TO EP-NEW-PATIENT-EVENT.
           MOVE 'UPDPAT'             TO EP-EVENT-TYPE.
           MOVE DB2-PATIENT-ID       TO EP-PATIENT-ID.
           MOVE CA-FIRST-NAME        TO EP-FIRST-NAME.
           MOVE CA-LAST-NAME         TO EP-LAST-NAME.
           MOVE CA-DOB               TO EP-DOB.
           MOVE CA-INS-CARD-NUM      TO EP-INS-CARD-NUM.
           MOVE CA-ADDRESS           TO EP-ADDRESS.
           MOVE CA-CITY              TO EP-CITY.
           MOVE CA-POSTCODE          TO EP-POSTCODE.
           MOVE CA-PHONE-MOBILE      TO EP-PHONE-MOBILE.
           MOVE CA-EMAIL-ADDRESS     TO EP-EMAIL-ADDRESS.
           MOVE CA-USERID            TO EP-USERID.
           MOVE ZEROS                TO EP-SURVIVOR-ID.

           EXEC SQL
                SET :EP-EVENT-TIMESTAMP = CURRENT TIMESTAMP
           END-EXEC.

           EXEC CICS WRITEQ TD
                QUEUE('HCNP')
                FROM(EP-NEW-PATIENT-EVENT)
                LENGTH(LENGTH OF EP-NEW-PATIENT-EVENT)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE RC-SUCCESS-FOLLOWUP-FAIL TO CA-RETURN-CODE
             MOVE ' WRITEQ TD HCNP FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCPOSTPD.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
