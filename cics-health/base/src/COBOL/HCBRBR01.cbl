      *  Reads the fixed-layout registration file on REGIN and puts    *
      *  each record through the same rules the online APATNT path     *
      *  enforces in HCAPDB01: the date-of-birth shape edit, the       *
      *  postcode check against the POSTCODEREF reference, the         *
      *  duplicate check on insurance card number or username, the     *
      *  PATIENT insert, the PATIENT_AUDIT 'A' row, and the HCNP       *
      *  new-patient event for the EHR feed - so a 400-patient         *
      *  still names a person.                                         *
      *                                                                *
      *   Rejects print on RPTOUT with the catalogued HCERRSWS         *
      *  reason code (03 duplicate, 04 invalid DOB, 27 postcode not    *
      *  on file or not the city's, 90 store error) so each failed     *
      *  record can be fixed and re-fed.  The duplicate check doubles  *
      *  as rerun protection - a record the aborted run already        *
      *  landed rejects as 03 instead of registering twice.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  REPORT-OUT-RECORD        PIC X(133).

      * one EP-NEW-PATIENT-EVENT per record, the HCNP queue's own
      * 245-byte layout
       FD  NPEVENT-OUT
           RECORDING MODE IS F.
       01  NPEVENT-OUT-RECORD       PIC X(245).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
       COPY HCNPEVWS.

      *----------------------------------------------------------------*
      * Postcode check against the POSTCODEREF reference               *
      *----------------------------------------------------------------*
       COPY HCPOSTWS.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
           03 DB2-PATIENT-ID         PIC S9(9) COMP.
           03 DB2-DUP-COUNT          PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      *================================================================*
       INITIALIZE-INTAKE.
      *================================================================*
           MOVE 'HCBRBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCBRBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN INPUT  REGISTER-IN
           OPEN OUTPUT REPORT-OUT
       PROCESS-REGISTRATION.
      *================================================================*
      * One incoming registration through the APATNT rules in the     *
      * same order HCAPDB01 applies them: DOB edit first, postcode    *
      * check second, duplicate check third, then the insert and its  *
      * two follow-on traces.                                          *
      *================================================================*
           MOVE 'Y' TO WS-RECORD-OK-SW.

           PERFORM VALIDATE-REGISTRATION-DOB.

           IF WS-RECORD-OK
             PERFORM VALIDATE-REGISTRATION-POSTCODE
           END-IF.

           IF WS-RECORD-OK
             PERFORM CHECK-DUPLICATE-PATIENT
           END-IF.
       VALIDATE-REGISTRATION-DOB-EXIT.
           EXIT.

      *================================================================*
       VALIDATE-REGISTRATION-POSTCODE.
      *================================================================*
      * The postcode must be on POSTCODEREF for the city given - the  *
      * same check the online add makes.                               *
      *================================================================*
           MOVE RI-POSTCODE TO PV-POSTCODE.
           MOVE RI-CITY     TO PV-CITY.
           PERFORM POSTCODE-VALIDATE.

           EVALUATE TRUE
             WHEN PV-POSTCODE-OK
               CONTINUE
             WHEN PV-CHECK-FAILED
               DISPLAY 'HCBRBR01 - CHECK POSTCODE FAILED, SQLCODE = '
                       PV-SQLCODE
               MOVE RC-SQL-ERROR TO WS-REJECT-REASON
               MOVE 'N' TO WS-RECORD-OK-SW
             WHEN OTHER
               MOVE RC-INVALID-POSTCODE TO WS-REJECT-REASON
               MOVE 'N' TO WS-RECORD-OK-SW
           END-EVALUATE.

       VALIDATE-REGISTRATION-POSTCODE-EXIT.
           EXIT.

      *================================================================*
       CHECK-DUPLICATE-PATIENT.
      *================================================================*
           MOVE RI-PHONE-MOBILE      TO EP-PHONE-MOBILE.
           MOVE RI-EMAIL-ADDRESS     TO EP-EMAIL-ADDRESS.
           MOVE RI-USERID            TO EP-USERID.
           MOVE ZEROS                TO EP-SURVIVOR-ID.

           EXEC SQL
                SET :EP-EVENT-TIMESTAMP = CURRENT TIMESTAMP
               MOVE 'ALREADY ON FILE'     TO RRJ-REASON-TEXT
             WHEN '04'
               MOVE 'INVALID DOB'         TO RRJ-REASON-TEXT
             WHEN '27'
               IF PV-CITY-MISMATCH
                 MOVE 'POSTCODE NOT CITY''S' TO RRJ-REASON-TEXT
               ELSE
                 MOVE 'POSTCODE NOT ON FILE' TO RRJ-REASON-TEXT
               END-IF
             WHEN OTHER
               MOVE 'STORE UNAVAILABLE'   TO RRJ-REASON-TEXT
           END-EVALUATE.
           CLOSE REPORT-OUT
           CLOSE NPEVENT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-RECORDS-READ       TO RN-READ-COUNT
           MOVE WS-RECORDS-ACCEPTED   TO RN-WRITTEN-COUNT
           MOVE WS-RECORDS-REJECTED   TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCBRBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-INTAKE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCPOSTPD.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
