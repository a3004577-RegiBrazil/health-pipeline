      *   To add patient's name, address and date of birth to the      *
      *  DB2 patient table creating a new patient entry.               *
      *                                                                *
      *   The postcode must be one the POSTCODEREF reference carries   *
      *  for the city keyed - anything else is refused with            *
      *  RC-INVALID-POSTCODE, so letters and claims are not sent to    *
      *  an address that does not exist.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       COPY HCNPEVWS.

      *----------------------------------------------------------------*
       COPY HCPOSTWS.

      *----------------------------------------------------------------*
      * Definitions required for data manipulation                     *
      *----------------------------------------------------------------*
      * Reject an unparseable date of birth before it reaches DB2      *
           PERFORM VALIDATE-PATIENT-DOB.

      * Refuse a postcode not on file, or on file for another city    *
           PERFORM VALIDATE-PATIENT-POSTCODE.

      * Make sure this patient isn't already on file under a          *
      * different PATIENTID before we create a new row                *
           PERFORM CHECK-DUPLICATE-PATIENT.

           EXIT.

      *================================================================*
       VALIDATE-PATIENT-POSTCODE.
      *================================================================*
      * The postcode and city keyed must agree with the postal        *
      * authority's file as HCPOBR01 last loaded it onto POSTCODEREF. *
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
       CHECK-DUPLICATE-PATIENT.
      *================================================================*

           EXIT.

      *----------------------------------------------------------------*
       COPY HCPOSTPD.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
