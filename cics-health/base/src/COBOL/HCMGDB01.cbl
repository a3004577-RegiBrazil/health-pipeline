      *                 Merge Duplicate Patients                       *
      *                                                                *
      *   Moves every clinical child row - MEDICATION, VISIT,          *
      *  LABRESULT, MEDITATION, APPOINTMENT, ALERT, ALLERGY,           *
      *  IMMUNISATION, PROBLEM, LABORDER, REFERRAL, MESSAGE, CLAIM,    *
      *  LETTERLOG and the emergency CONTACT entries - from a          *
      *  duplicate PATIENTID across to the surviving one, reconciles   *
      *  the THRESHOLD and PATIENT_CONSENT rows (the survivor keeps    *
      *  its own; the duplicate's is adopted only when the survivor    *
      *  has none) and the contact priorities the same way.  A         *
      *  condition or an open lab order the survivor already holds is  *
      *  closed on the duplicate's side as it comes across, so the     *
      *  survivor is never on a register twice or left with two open   *
      *  orders for one result to choose between.  It then deactivates *
      *  duplicate with a MERGEDINTO pointer to the survivor and       *
      *  leaves 'M' rows on PATIENT_AUDIT for both sides so the whole  *
      *  operation can be reconstructed.                               *
      *                                                                *
      *   The regional EHR is told through an MRGPAT event on HCNP     *
      *  carrying both ids - the retired duplicate and the survivor -  *
      *  so it can fold its own copies together; HCBLBR01 balances     *
      *  the events against the 'M' audit rows.                        *
      *                                                                *
      *   Duplicates created before CHECK-DUPLICATE-PATIENT existed    *
      *  each hold half the clinical picture - deactivating one half   *
      * marked inactive at merge time, same as a deactivation          *
       COPY HCPCACHE.

      *----------------------------------------------------------------*
      * Patient event record published to HCNP for the regional EHR    *
      *----------------------------------------------------------------*
       COPY HCNPEVWS.

      *----------------------------------------------------------------*
      * Definitions required for data manipulation                     *
      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +26.
           03 WS-CA-MERGE-LEN          PIC S9(4) COMP VALUE +95.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      *----------------------------------------------------------------*
       01  DB2-STATUS                PIC X(01).
      * Count of THRESHOLD rows already held by the survivor
       01  DB2-THRESH-COUNT          PIC S9(9) COMP.
       01  DB2-CONSENT-COUNT         PIC S9(9) COMP.
      * The survivor's id as characters for the audit image columns
       01  WS-SURVIVOR-CHAR          PIC 9(10).
       01  WS-DUPLICATE-CHAR         PIC 9(10).
      * move the clinical children across, table by table
           PERFORM MOVE-CHILD-ROWS.

      * the survivor keeps its own thresholds and consent; the
      * duplicate's row is adopted only when the survivor has none
           PERFORM RECONCILE-THRESHOLD.
           PERFORM RECONCILE-CONSENT.

      * retire the duplicate with a pointer to where its history went
           PERFORM DEACTIVATE-DUPLICATE.
      * keep the cache honest about the duplicate, same as HCDADB01
           PERFORM DEACTIVATE-DUPLICATE-CACHE.

      * and tell the regional EHR which record survived
           PERFORM WRITE-MERGE-EVENT.

      *    Return to caller
           EXEC CICS RETURN END-EXEC.

           PERFORM CHECK-MOVE-SQLCODE
           MOVE SQLERRD(3) TO CA-MERGE-ALERT-COUNT

      * the duplicate's allergies all come across - an allergen held
      * on both sides simply appears twice, which errs on the safe
      * side for the prescribing check
           MOVE ' UPDATE ALLERGY MERGE' TO EM-SQLREQ
             EXEC SQL
               UPDATE ALLERGY
                  SET PATIENTID = :DB2-SURVIVOR-ID
                WHERE PATIENTID = :DB2-DUPLICATE-ID
             END-EXEC
           PERFORM CHECK-MOVE-SQLCODE
           MOVE SQLERRD(3) TO CA-MERGE-ALLERGY-COUNT

      * immunisations all come across too - a dose recorded on both
      * sides appears twice, and the recall reckons from the highest
      * dose either way
           MOVE ' UPDATE IMMUN MERGE' TO EM-SQLREQ
             EXEC SQL
               UPDATE IMMUNISATION
                  SET PATIENTID = :DB2-SURVIVOR-ID
                WHERE PATIENTID = :DB2-DUPLICATE-ID
             END-EXEC
           PERFORM CHECK-MOVE-SQLCODE
           MOVE SQLERRD(3) TO CA-MERGE-IMMUN-COUNT

      * a condition active on both sides would put the survivor on
      * its register twice - the duplicate's entry is withdrawn as it
      * comes across, so the list still shows it was recorded
           MOVE ' WITHDRAW DUP PROBLEM' TO EM-SQLREQ
             EXEC SQL
               UPDATE PROBLEM
                  SET STATUS       = 'X',
                      RESOLVEDDATE = CURRENT DATE,
                      RESOLVEDBY   = :CA-OPERATOR-ID
                WHERE PATIENTID = :DB2-DUPLICATE-ID
                  AND STATUS    = 'A'
                  AND CONDCODE IN
                      (SELECT CONDCODE
                         FROM PROBLEM
                        WHERE PATIENTID = :DB2-SURVIVOR-ID
                          AND STATUS    = 'A')
             END-EXEC
           PERFORM CHECK-MOVE-SQLCODE

           MOVE ' UPDATE PROBLEM MERGE' TO EM-SQLREQ
             EXEC SQL
               UPDATE PROBLEM
                  SET PATIENTID = :DB2-SURVIVOR-ID
                WHERE PATIENTID = :DB2-DUPLICATE-ID
             END-EXEC
           PERFORM CHECK-MOVE-SQLCODE
           MOVE SQLERRD(3) TO CA-MERGE-PROBLEM-COUNT

      * a test open on both sides would leave a result with two
      * orders to choose between - the duplicate's order is cancelled
      * and the survivor's stands
           MOVE ' CANCEL DUP LABORDER' TO EM-SQLREQ
             EXEC SQL
               UPDATE LABORDER
                  SET STATUS    = 'C',
                      UPDATEDBY = :CA-OPERATOR-ID,
                      UPDATEDTS = CURRENT TIMESTAMP
                WHERE PATIENTID = :DB2-DUPLICATE-ID
                  AND STATUS IN ('O', 'S')
                  AND TESTCODE IN
                      (SELECT TESTCODE
                         FROM LABORDER
                        WHERE PATIENTID = :DB2-SURVIVOR-ID
                          AND STATUS IN ('O', 'S'))
             END-EXEC
           PERFORM CHECK-MOVE-SQLCODE

           MOVE ' UPDATE LABORDER MERGE' TO EM-SQLREQ
             EXEC SQL
               UPDATE LABORDER
                  SET PATIENTID = :DB2-SURVIVOR-ID
                WHERE PATIENTID = :DB2-DUPLICATE-ID
             END-EXEC
           PERFORM CHECK-MOVE-SQLCODE
           MOVE SQLERRD(3) TO CA-MERGE-LABORD-COUNT

           MOVE ' UPDATE REFERRAL MERGE' TO EM-SQLREQ
             EXEC SQL
               UPDATE REFERRAL
                  SET PATIENTID = :DB2-SURVIVOR-ID
                WHERE PATIENTID = :DB2-DUPLICATE-ID
             END-EXEC
           PERFORM CHECK-MOVE-SQLCODE
           MOVE SQLERRD(3) TO CA-MERGE-REFER-COUNT

           MOVE ' UPDATE MESSAGE MERGE' TO EM-SQLREQ
             EXEC SQL
               UPDATE MESSAGE
                  SET PATIENTID = :DB2-SURVIVOR-ID
                WHERE PATIENTID = :DB2-DUPLICATE-ID
             END-EXEC
           PERFORM CHECK-MOVE-SQLCODE
           MOVE SQLERRD(3) TO CA-MERGE-MESSAGE-COUNT

      * claims are keyed by the encounter they bill, so each one
      * comes across as it stands, paid or not
           MOVE ' UPDATE CLAIM MERGE' TO EM-SQLREQ
             EXEC SQL
               UPDATE CLAIM
                  SET PATIENTID = :DB2-SURVIVOR-ID
                WHERE PATIENTID = :DB2-DUPLICATE-ID
             END-EXEC
           PERFORM CHECK-MOVE-SQLCODE
           MOVE SQLERRD(3) TO CA-MERGE-CLAIM-COUNT

      * the letter history comes across with the events it names, so
      * HCLTBR01 does not send the survivor a letter already sent
           MOVE ' UPDATE LETTERLOG MERGE' TO EM-SQLREQ
             EXEC SQL
               UPDATE LETTERLOG
                  SET PATIENTID = :DB2-SURVIVOR-ID
                WHERE PATIENTID = :DB2-DUPLICATE-ID
             END-EXEC
           PERFORM CHECK-MOVE-SQLCODE
           MOVE SQLERRD(3) TO CA-MERGE-LETTER-COUNT

      * emergency contacts are keyed by priority, so only the dup's
      * priorities the survivor hasn't already filled move across;
      * the collisions are dropped - the survivor's own contacts win

           EXIT.

      *================================================================*
       RECONCILE-CONSENT.
      *================================================================*
      * PATIENT_CONSENT is one row per patient too, reconciled the    *
      * THRESHOLD way - the survivor's own preferences and consent    *
      * win; the duplicate's row is adopted only when the survivor    *
      * has none, and is deleted otherwise.                            *
      *================================================================*
           MOVE ' COUNT SURVIVOR CONSENT' TO EM-SQLREQ
             EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-CONSENT-COUNT
                 FROM PATIENT_CONSENT
                WHERE PATIENTID = :DB2-SURVIVOR-ID
             END-EXEC
           PERFORM CHECK-MOVE-SQLCODE

           IF DB2-CONSENT-COUNT EQUAL ZERO
             MOVE ' UPDATE CONSENT MERGE' TO EM-SQLREQ
             EXEC SQL
               UPDATE PATIENT_CONSENT
                  SET PATIENTID = :DB2-SURVIVOR-ID
                WHERE PATIENTID = :DB2-DUPLICATE-ID
             END-EXEC
           ELSE
             MOVE ' DELETE DUP CONSENT' TO EM-SQLREQ
             EXEC SQL
               DELETE FROM PATIENT_CONSENT
                WHERE PATIENTID = :DB2-DUPLICATE-ID
             END-EXEC
           END-IF
           PERFORM CHECK-MOVE-SQLCODE
           MOVE SQLERRD(3) TO CA-MERGE-CONSENT-COUNT.

           EXIT.

      *================================================================*
       DEACTIVATE-DUPLICATE.
      *================================================================*

           EXIT.

      *================================================================*
       WRITE-MERGE-EVENT.
      *================================================================*
      * Publish an MRGPAT event naming the retired duplicate in       *
      * EP-PATIENT-ID and the survivor in EP-SURVIVOR-ID, for         *
      * HCNPTX01 to relay to the regional EHR.  The merge is already  *
      * made, so a queue failure is a follow-on failure.              *
      *================================================================*
           MOVE SPACES               TO EP-NEW-PATIENT-EVENT.
           MOVE 'MRGPAT'             TO EP-EVENT-TYPE.
           MOVE DB2-DUPLICATE-ID     TO EP-PATIENT-ID.
           MOVE DB2-SURVIVOR-ID      TO EP-SURVIVOR-ID.

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
       COPY HCERRSPD.
