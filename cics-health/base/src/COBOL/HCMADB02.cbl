      *  reject-severity interactions refuse the insert; a warn-       *
      *  severity interaction lets it proceed with a caution code.     *
      *                                                                *
      *   Both new and amended prescriptions are also checked against  *
      *  the patient's ALLERGY register (kept through HCALDB01) - the  *
      *  drug identifier itself, or a drug class or other identifier   *
      *  tied to it by a DRUGRULE synonym row.  A severe allergy       *
      *  refuses the request; a moderate or mild one lets it through   *
      *  with an allergy caution code, which outranks an interaction   *
      *  caution since it is the one the prescriber must see.          *
      *                                                                *
      *   The record is no longer append-only: a DMEDIC request stops  *
      *  a prescription early (status 'D' with a reason code and       *
      *  who/when), and a UMEDIC request corrects a mis-keyed          *
           03 DB2-ACT-IDENTIFIER    PIC X(20).
           03 DB2-ACT-DRUG-NAME     PIC X(50).
           03 DB2-RULE-COUNT        PIC S9(9) COMP.
      * the drug identifier checked against the ALLERGY register -
      * the incoming one on an add, the one on file on an amend
           03 DB2-CHECK-IDENTIFIER  PIC X(20).
           03 DB2-ALLERGY-COUNT     PIC S9(9) COMP.

      * Outcome of the clinical-safety check across all active rows
       01  WS-SAFETY-SWITCHES.
              88 WS-SAFETY-CLEAN              VALUE 'N'.
              88 WS-SAFETY-WARN               VALUE 'W'.
              88 WS-SAFETY-REJECT             VALUE 'R'.
      * Outcome of the allergy check - kept apart from the drug rule
      * outcome so a caution from each can be told apart afterwards
           03 WS-ALLERGY-SW         PIC X(01) VALUE 'N'.
              88 WS-ALLERGY-CLEAN             VALUE 'N'.
              88 WS-ALLERGY-WARN              VALUE 'W'.
              88 WS-ALLERGY-REJECT            VALUE 'R'.

      * Before image of the row being amended, so MEDICATION_AUDIT
      * preserves what each corrected field held originally.  The
           03 DB2-OLD-STRENGTH      PIC X(20).
           03 DB2-OLD-FREQUENCY     PIC X(20).
           03 DB2-OLD-END-DATE      PIC X(10).
           03 DB2-OLD-IDENTIFIER    PIC X(20).
       01  IND-OLD-END-DATE         PIC S9(4) COMP.
      * An amend that leaves the end date blank keeps the
      * prescription open-ended - the indicator makes the UPDATE
             EXEC CICS RETURN END-EXEC
           END-IF

      * Check the incoming drug against the patient's recorded        *
      * allergies, then against the patient's active medications,     *
      * before anything reaches the table                              *
           MOVE CA-IDENTIFIER TO DB2-CHECK-IDENTIFIER
           PERFORM CHECK-ALLERGY.
           IF WS-ALLERGY-REJECT
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM CHECK-DRUG-SAFETY.
           IF WS-SAFETY-REJECT
             EXEC CICS RETURN END-EXEC

      * A warn-severity interaction does not stop the insert, but the *
      * caller is told about it rather than getting a clean success   *
           IF WS-ALLERGY-WARN AND CA-RETURN-CODE EQUAL RC-SUCCESS
             MOVE RC-ALLERGY-WARN TO CA-RETURN-CODE
           END-IF
           IF WS-SAFETY-WARN AND CA-RETURN-CODE EQUAL RC-SUCCESS
             MOVE RC-DRUG-INTERACT-WARN TO CA-RETURN-CODE
           END-IF
           END-EXEC.
           EXIT.

      *================================================================*
       CHECK-ALLERGY.
      *================================================================*
      * Test DB2-CHECK-IDENTIFIER against the patient's active        *
      * allergies.  An allergen matches when it is the identifier     *
      * outright, or when a type 'S' DRUGRULE pair ties the two       *
      * together - a drug class recorded as the allergen is linked to *
      * its member drugs the same way synonyms are, in either order.  *
      * Severe allergies are counted first since they decide the      *
      * outcome; only when there are none is any match a caution.     *
      *================================================================*
           MOVE 'N' TO WS-ALLERGY-SW

           MOVE ' SELECT SEVERE ALLERGY' TO EM-SQLREQ
           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-ALLERGY-COUNT
                 FROM ALLERGY A
                WHERE A.PATIENTID = :DB2-PATIENT-ID
                  AND A.STATUS    = 'A'
                  AND A.SEVERITY  = 'S'
                  AND (A.ALLERGEN = :DB2-CHECK-IDENTIFIER
                    OR EXISTS
                       (SELECT 1
                          FROM DRUGRULE R
                         WHERE R.RULETYPE = 'S'
                           AND ((R.DRUGID1 = A.ALLERGEN
                                 AND R.DRUGID2 = :DB2-CHECK-IDENTIFIER)
                             OR (R.DRUGID1 = :DB2-CHECK-IDENTIFIER
                                 AND R.DRUGID2 = A.ALLERGEN))))
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             MOVE RC-SQL-ERROR TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-ALLERGY-COUNT GREATER THAN ZERO
             MOVE 'R' TO WS-ALLERGY-SW
             MOVE RC-ALLERGY-CONFLICT TO CA-RETURN-CODE
           ELSE
             MOVE ' SELECT CAUTION ALLERGY' TO EM-SQLREQ
             EXEC SQL
                 SELECT COUNT(*)
                   INTO :DB2-ALLERGY-COUNT
                   FROM ALLERGY A
                  WHERE A.PATIENTID = :DB2-PATIENT-ID
                    AND A.STATUS    = 'A'
                    AND (A.ALLERGEN = :DB2-CHECK-IDENTIFIER
                      OR EXISTS
                         (SELECT 1
                            FROM DRUGRULE R
                           WHERE R.RULETYPE = 'S'
                             AND ((R.DRUGID1 = A.ALLERGEN
                                   AND R.DRUGID2 =
                                       :DB2-CHECK-IDENTIFIER)
                               OR (R.DRUGID1 =
                                       :DB2-CHECK-IDENTIFIER
                                   AND R.DRUGID2 = A.ALLERGEN))))
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF
             IF DB2-ALLERGY-COUNT GREATER THAN ZERO
               MOVE 'W' TO WS-ALLERGY-SW
             END-IF
           END-IF.

           EXIT.

      *================================================================*
       CHECK-DRUG-SAFETY.
      *================================================================*
      * Correct a mis-keyed strength, frequency or end date on an     *
      * undiscontinued prescription.  The values being replaced are   *
      * preserved on MEDICATION_AUDIT, one row per field actually     *
      * changed, before the update lands.  The drug on file is         *
      * re-checked against the allergy register first - an allergy    *
      * recorded since it was prescribed stops a severe-allergy        *
      * prescription being amended and carried on.                     *
      *================================================================*
           MOVE ' SELECT MED BEFORE IMAGE' TO EM-SQLREQ
             EXEC SQL
               SELECT STRENGTH, FREQUENCY, ENDDATE, IDENTIFIER
                 INTO :DB2-OLD-STRENGTH,
                      :DB2-OLD-FREQUENCY,
                      :DB2-OLD-END-DATE :IND-OLD-END-DATE,
                      :DB2-OLD-IDENTIFIER
                 FROM MEDICATION
                WHERE PRESCRIPTIONID = :DB2-PRESCRIPTION-ID
                  AND PATIENTID      = :DB2-PATIENT-ID
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE

           MOVE DB2-OLD-IDENTIFIER TO DB2-CHECK-IDENTIFIER
           PERFORM CHECK-ALLERGY
           IF WS-ALLERGY-REJECT
             EXEC CICS RETURN END-EXEC
           END-IF

      * a blank end date means the prescription stays (or becomes)
      * open-ended - stored as NULL, the same state a new insert
      * without an end date would carry
               WHEN 0
                 MOVE RC-SUCCESS TO CA-RETURN-CODE
                 PERFORM AUDIT-AMENDED-FIELDS
                 IF WS-ALLERGY-WARN
                   MOVE RC-ALLERGY-WARN TO CA-RETURN-CODE
                 END-IF
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
               WHEN OTHER
