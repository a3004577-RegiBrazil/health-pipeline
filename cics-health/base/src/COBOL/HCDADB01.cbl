      *  later the same shift sees the inactive status instead of      *
      *  yesterday's rebuild.                                          *
      *                                                                *
      *   The regional EHR is told through a DEAPAT event on HCNP, so  *
      *  it stops treating the record as live; HCBLBR01 balances the   *
      *  events against the 'D' audit rows.                            *
      *                                                                *
      *   RDEATH records a death, which is a deactivation and a good   *
      *  deal more.  The date of death and who reported it go on the   *
      *  PATIENT row, and in the same unit of work every future        *
      *  booking is cancelled, every active prescription discontinued, *
      *  the portal login closed for good (ACCTLOCKED 'C', which the   *
      *  desk's RPASSW unlock will not reopen) and every outstanding   *
      *  alert closed.  Any failure there abends the task so the whole *
      *  lot backs out - a death half-recorded is worse than none.     *
      *  Once it has committed, each prescription stopped goes to the  *
      *  pharmacy as a STOPRX event on HCRX, and the EHR hears through *
      *  the same DEAPAT event a deactivation sends.  The reminder,    *
      *  recall and worklist batches all leave out a patient with a    *
      *  DATEOFDEATH.                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCDADB01.
      * deactivate time                                                *
       COPY HCPCACHE.

      *----------------------------------------------------------------*
      * Patient event record published to HCNP for the regional EHR    *
      *----------------------------------------------------------------*
       COPY HCNPEVWS.

      *----------------------------------------------------------------*
      * Prescription event record published to HCRX for the pharmacy  *
      *----------------------------------------------------------------*
       COPY HCRXEVWS.

      *----------------------------------------------------------------*
      * Definitions required for data manipulation                     *
      *----------------------------------------------------------------*
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +26.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.
           03 WS-CA-DEATH-LEN          PIC S9(4) COMP VALUE +71.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      * The status byte as it stood before this deactivation, so the
      * 'D' audit row carries a true before image
       01  DB2-OLD-STATUS            PIC X(01).

      * The patient as it stands before a death is recorded - a death
      * already on file, or a record merged away, is not recorded
      * over, and a portal username means there is a login to close
       01  DB2-DEATH-CHECK.
           03 DB2-DOB                PIC X(10).
           03 DB2-DATE-OF-DEATH      PIC X(10).
           03 DB2-MERGED-INTO        PIC S9(9) COMP.
           03 DB2-USERNAME           PIC X(10).
           03 DB2-TODAY              PIC X(10).
      * one timestamp for every row the death touches, so the
      * prescriptions it stopped can be found again to publish
           03 DB2-DEATH-TS           PIC X(26).
       01  DB2-DEATH-INDICATORS.
           03 IND-DATE-OF-DEATH      PIC S9(4) COMP.
           03 IND-MERGED-INTO        PIC S9(4) COMP.
           03 IND-USERNAME           PIC S9(4) COMP.

      * A prescription the death discontinued, as published on HCRX
       01  DB2-STOPPED-MED.
           03 DB2-PRESCRIPTION-ID    PIC S9(9) COMP.
           03 DB2-DRUG-NAME          PIC X(50).
           03 DB2-STRENGTH           PIC X(20).
           03 DB2-AMOUNT             PIC S9(4) COMP.
           03 DB2-ROUTE              PIC X(20).
           03 DB2-FREQUENCY          PIC X(20).
           03 DB2-IDENTIFIER         PIC X(20).
           03 DB2-START-DATE         PIC X(10).
           03 DB2-END-DATE           PIC X(10).
       01  IND-END-DATE              PIC S9(4) COMP.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.

      * check commarea length - only the PATIENTID header is needed,
      * plus the date and reporter when a death is being recorded
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           IF CA-REQ-RECORD-DEATH
             ADD WS-CA-DEATH-LEN TO WS-REQUIRED-CA-LEN
           END-IF

      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             EXEC CICS RETURN END-EXEC
           END-IF

      * Call routine to deactivate the patient, or record the death   *
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
           MOVE CA-PATIENT-ID TO EM-PATNUM.
           IF CA-REQ-RECORD-DEATH
             PERFORM VALIDATE-DEATH-REQUEST
             PERFORM RECORD-DEATH
           ELSE
             PERFORM DEACTIVATE-PATIENT
           END-IF.

      *    Return to caller
           EXEC CICS RETURN END-EXEC.
                 MOVE RC-SUCCESS TO CA-RETURN-CODE
                 PERFORM WRITE-DEACTIVATE-AUDIT
                 PERFORM DEACTIVATE-PATIENT-CACHE
                 PERFORM WRITE-DEACTIVATE-EVENT
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
               WHEN OTHER

           EXIT.

      *================================================================*
       WRITE-DEACTIVATE-EVENT.
      *================================================================*
      * Publish a DEAPAT event for HCNPTX01 to relay to the regional  *
      * EHR - the patient id is all it needs.  The deactivation is    *
      * already made, so a queue failure is a follow-on failure.      *
      *================================================================*
           MOVE SPACES               TO EP-NEW-PATIENT-EVENT.
           MOVE 'DEAPAT'             TO EP-EVENT-TYPE.
           MOVE DB2-PATIENT-ID       TO EP-PATIENT-ID.
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
       DECLARE-CURSORS.
      *----------------------------------------------------------------*
      * STOPPEDCUR finds again the prescriptions a death discontinued *
      * - stopped at the death's own timestamp - so each one can be   *
      * published to the pharmacy.                                    *
           EXEC SQL
               DECLARE STOPPEDCUR CURSOR FOR
               SELECT PRESCRIPTIONID,
                      DRUGNAME,
                      STRENGTH,
                      AMOUNT,
                      ROUTE,
                      FREQUENCY,
                      IDENTIFIER,
                      STARTDATE,
                      ENDDATE
                 FROM MEDICATION
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'D'
                  AND STOPTS    = :DB2-DEATH-TS
                ORDER BY PRESCRIPTIONID
           END-EXEC.
           EXIT.

      *================================================================*
       VALIDATE-DEATH-REQUEST.
      *================================================================*
      * The date of death must be shaped CCYY-MM-DD, the HCALDB01     *
      * edit, and must be named with who reported it.  The record     *
      * must exist, must not already carry a death or have been       *
      * merged away, and the date may fall neither before the date    *
      * of birth nor after today.                                      *
      *================================================================*
           IF CA-DEATH-DATE (5:1) NOT EQUAL '-'
              OR CA-DEATH-DATE (8:1) NOT EQUAL '-'
              OR CA-DEATH-DATE (1:4) IS NOT NUMERIC
              OR CA-DEATH-DATE (6:2) IS NOT NUMERIC
              OR CA-DEATH-DATE (9:2) IS NOT NUMERIC
             MOVE RC-INVALID-DATE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-DEATH-REPORTED-BY EQUAL SPACES
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' SELECT DEATH CHECK' TO EM-SQLREQ
             EXEC SQL
               SELECT STATUS,
                      DATEOFBIRTH,
                      DATEOFDEATH,
                      MERGEDINTO,
                      USERNAME,
                      CURRENT DATE
                 INTO :DB2-OLD-STATUS,
                      :DB2-DOB,
                      :DB2-DATE-OF-DEATH :IND-DATE-OF-DEATH,
                      :DB2-MERGED-INTO :IND-MERGED-INTO,
                      :DB2-USERNAME :IND-USERNAME,
                      :DB2-TODAY
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
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
             END-EVALUATE

           IF IND-DATE-OF-DEATH NOT LESS THAN ZERO
              OR IND-MERGED-INTO NOT LESS THAN ZERO
             MOVE RC-INVALID-STATUS-CHANGE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-DEATH-DATE GREATER THAN DB2-TODAY
              OR CA-DEATH-DATE LESS THAN DB2-DOB
             MOVE RC-INVALID-DATE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF IND-USERNAME LESS THAN ZERO
             MOVE SPACES TO DB2-USERNAME
           END-IF.

           EXIT.

      *================================================================*
       RECORD-DEATH.
      *================================================================*
      * The death and everything it closes down, as one unit of work, *
      * then the audit rows, the cache and the outbound events, which *
      * are follow-ons in the same way they are for a deactivation.    *
      *================================================================*
           EXEC SQL
                SET :DB2-DEATH-TS = CURRENT TIMESTAMP
           END-EXEC

           MOVE ZEROS TO CA-DEATH-APPT-COUNT
                         CA-DEATH-MED-COUNT
                         CA-DEATH-ALERT-COUNT
           MOVE 'N'   TO CA-DEATH-PORTAL-CLOSED

      * the PATIENT row itself - inactive, the death recorded, and
      * the portal login closed so neither the patient's password nor
      * the desk's unlock opens it again
           MOVE ' UPDATE PATIENT DEATH' TO EM-SQLREQ
             EXEC SQL
               UPDATE PATIENT
                  SET STATUS           = 'I',
                      DATEOFDEATH      = :CA-DEATH-DATE,
                      DEATHREPORTEDBY  = :CA-DEATH-REPORTED-BY,
                      DEATHREPORTERREL = :CA-DEATH-REPORTER-RELATION,
                      DEATHRECORDEDBY  = :CA-OPERATOR-ID,
                      DEATHRECORDEDTS  = :DB2-DEATH-TS,
                      ACCTLOCKED       = 'C'
                WHERE PATIENTID   = :DB2-PATIENT-ID
                  AND DATEOFDEATH IS NULL
             END-EXEC
           PERFORM CHECK-DEATH-SQLCODE
           IF SQLCODE EQUAL 100
             MOVE RC-INVALID-STATUS-CHANGE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
           IF DB2-USERNAME NOT EQUAL SPACES
             MOVE 'Y' TO CA-DEATH-PORTAL-CLOSED
           END-IF

      * every booking from today on
           MOVE ' CANCEL DEATH APPTS' TO EM-SQLREQ
             EXEC SQL
               UPDATE APPOINTMENT
                  SET STATUS = 'C'
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'B'
                  AND APPTDATE >= CURRENT DATE
             END-EXEC
           PERFORM CHECK-DEATH-SQLCODE
           IF SQLCODE EQUAL 0
             MOVE SQLERRD(3) TO CA-DEATH-APPT-COUNT
           END-IF

      * every prescription still active - not already stopped and not
      * past its end date - stamped the way a DMEDIC discontinue
      * stamps one; completed courses are left as they are
           MOVE ' DISCONTINUE DEATH MEDS' TO EM-SQLREQ
             EXEC SQL
               UPDATE MEDICATION
                  SET STATUS     = 'D',
                      STOPREASON = 'PATIENT DECEASED',
                      STOPBY     = :CA-OPERATOR-ID,
                      STOPTS     = :DB2-DEATH-TS
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND (STATUS IS NULL OR STATUS <> 'D')
                  AND (ENDDATE IS NULL OR ENDDATE > CURRENT DATE)
             END-EXEC
           PERFORM CHECK-DEATH-SQLCODE
           IF SQLCODE EQUAL 0
             MOVE SQLERRD(3) TO CA-DEATH-MED-COUNT
           END-IF

      * every alert nobody has acknowledged, closed in the name of
      * the operator recording the death
           MOVE ' CLOSE DEATH ALERTS' TO EM-SQLREQ
             EXEC SQL
               UPDATE ALERT
                  SET ACKFLAG = 'Y',
                      ACKBY   = :CA-OPERATOR-ID,
                      ACKTS   = :DB2-DEATH-TS
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND ACKFLAG   = 'N'
             END-EXEC
           PERFORM CHECK-DEATH-SQLCODE
           IF SQLCODE EQUAL 0
             MOVE SQLERRD(3) TO CA-DEATH-ALERT-COUNT
           END-IF

           MOVE RC-SUCCESS TO CA-RETURN-CODE
           PERFORM WRITE-DEACTIVATE-AUDIT
           PERFORM WRITE-DEATH-AUDIT
           PERFORM DEACTIVATE-PATIENT-CACHE
           PERFORM WRITE-DEACTIVATE-EVENT
           IF CA-DEATH-MED-COUNT GREATER THAN ZERO
             PERFORM PUBLISH-STOPPED-MEDS
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       CHECK-DEATH-SQLCODE.
      *----------------------------------------------------------------*
      * Any failure while the death is being recorded backs the whole *
      * unit of work out - the task-end rollback puts the bookings,    *
      * prescriptions, alerts and PATIENT row back where they were.    *
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE RC-SQL-ERROR TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS ABEND ABCODE('HCDD') NODUMP END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       WRITE-DEATH-AUDIT.
      *================================================================*
      * An 'X' row beside the 'D' status row, carrying the date of    *
      * death and who reported it, so the change history shows a      *
      * death and not just another deactivation.  A failure is an     *
      * incomplete audit trail, not a failed death.                    *
      *================================================================*
           MOVE ' INSERT DEATH AUDIT' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO PATIENT_AUDIT
                         ( PATIENTID,
                           ACTION,
                           TERMINAL,
                           TASKNUM,
                           AUDITTIMESTAMP,
                           FIELDNAME,
                           OLDVALUE,
                           NEWVALUE,
                           OPERATORID )
                  VALUES ( :DB2-PATIENT-ID,
                           'X',
                           :WS-TERMID,
                           :WS-TASKNUM,
                           CURRENT TIMESTAMP,
                           'DATEOFDEATH',
                           :CA-DEATH-REPORTED-BY,
                           :CA-DEATH-DATE,
                           :CA-OPERATOR-ID )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SUCCESS-FOLLOWUP-FAIL TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
             END-IF.

           EXIT.

      *================================================================*
       PUBLISH-STOPPED-MEDS.
      *================================================================*
      * One STOPRX event per prescription the death stopped, the same *
      * event a DMEDIC discontinue sends, so the pharmacy cancels     *
      * anything still waiting to be dispensed.  The prescriptions    *
      * are already stopped - a failure here is a follow-on failure.  *
      *================================================================*
           MOVE ' OPEN STOPPEDCUR' TO EM-SQLREQ
           EXEC SQL
               OPEN STOPPEDCUR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             MOVE RC-SUCCESS-FOLLOWUP-FAIL TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
           ELSE
             PERFORM PUBLISH-ONE-STOPPED-MED
               UNTIL SQLCODE NOT EQUAL 0
             MOVE ' CLOSE STOPPEDCUR' TO EM-SQLREQ
             EXEC SQL
                 CLOSE STOPPEDCUR
             END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       PUBLISH-ONE-STOPPED-MED.
      *----------------------------------------------------------------*
      * Fetch the next stopped prescription and put it on HCRX         *
           MOVE ' FETCH STOPPEDCUR' TO EM-SQLREQ
           EXEC SQL
               FETCH STOPPEDCUR
                INTO :DB2-PRESCRIPTION-ID,
                     :DB2-DRUG-NAME,
                     :DB2-STRENGTH,
                     :DB2-AMOUNT,
                     :DB2-ROUTE,
                     :DB2-FREQUENCY,
                     :DB2-IDENTIFIER,
                     :DB2-START-DATE,
                     :DB2-END-DATE :IND-END-DATE
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               IF IND-END-DATE LESS THAN ZERO
                 MOVE SPACES TO DB2-END-DATE
               END-IF
               PERFORM WRITE-STOPRX-EVENT
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE RC-SUCCESS-FOLLOWUP-FAIL TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       WRITE-STOPRX-EVENT.
      *----------------------------------------------------------------*
      * The STOPRX record HCMADB02 writes for a discontinue, built     *
      * from the MEDICATION row rather than the commarea               *
           MOVE 'STOPRX'             TO RX-EVENT-TYPE.
           MOVE DB2-PRESCRIPTION-ID  TO RX-PRESCRIPTION-ID.
           MOVE DB2-PATIENT-ID       TO RX-PATIENT-ID.
           MOVE DB2-DRUG-NAME        TO RX-DRUG-NAME.
           MOVE DB2-STRENGTH         TO RX-STRENGTH.
           MOVE DB2-AMOUNT           TO RX-AMOUNT.
           MOVE DB2-ROUTE            TO RX-ROUTE.
           MOVE DB2-FREQUENCY        TO RX-FREQUENCY.
           MOVE DB2-IDENTIFIER       TO RX-IDENTIFIER.
           MOVE DB2-START-DATE       TO RX-START-DATE.
           MOVE DB2-END-DATE         TO RX-END-DATE.
           MOVE 'PATIENT DECEASED'   TO RX-STOP-REASON.
           MOVE DB2-DEATH-TS         TO RX-EVENT-TIMESTAMP.

           EXEC CICS WRITEQ TD
                QUEUE('HCRX')
                FROM(RX-PRESCRIPTION-EVENT)
                LENGTH(LENGTH OF RX-PRESCRIPTION-EVENT)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE RC-SUCCESS-FOLLOWUP-FAIL TO CA-RETURN-CODE
             MOVE ' WRITEQ TD HCRX FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
