      ******************************************************************
      *                                                                *
      *              Patient Event Drain and Transmit                  *
      *                                                                *
      *   Consuming half of the HCNP patient event feed.  Drains the   *
      *  HCNP transient data queue HCAPDB01 (registrations), HCUPDB01  *
      *  (updates), HCDADB01 (deactivations) and HCMGDB01 (merges)     *
      *  publish to, reformats each EP-NEW-PATIENT-EVENT into the      *
      *  regional EHR's fixed-layout interface record for its type     *
      *  (HCEHRXWS) and writes it to the HCNX extrapartition queue     *
      *  (the transmission dataset), then writes a control-totals      *
      *  trailer - records read, records written, written by record    *
      *  type, first/last event timestamp - so the receiving system    *
      *  can reconcile.  TD reads are destructive, so an event that    *
      *  fails formatting is preserved on the HCNE exception queue for *
      *  repair rather than silently discarded.                        *
      *                                                                *
      *   A patient who has withheld sharing consent (SHARECONSENT 'N' *
      *  on PATIENT_CONSENT, recorded through HCCPDB01) is not sent.   *
      *  Their events are formatted as usual but written to the HCNH   *
      *  held dataset instead of HCNX, counted in the trailer, and     *
      *  listed by HCCXBR01 on the consent exception report.  A merge  *
      *  is held when either record has withheld consent.  A consent   *
      *  lookup that fails holds the event too - it can be sent later, *
      *  but it cannot be unsent.                                      *
      *                                                                *
      *   Each drain is one transmission.  It takes the next HCNX      *
      *  sequence number on the XMITLOG transmission log (HCTLOGWS),   *
      *  carries it in the trailer, and keeps a copy of every record   *
      *  sent, trailer included, on XMITRECORD - HCAKBR01 matches the  *
      *  EHR's acknowledgment against the log and resends from that    *
      *  copy, since the events themselves are long gone from HCNP.    *
      *  A transmission that cannot be logged is still sent; the      *
      *  drain says so and finishes with return code 4.                *
      *                                                                *
      *   HCNX and HCNE are extrapartition destinations mapped to the  *
      *  transmission and exception datasets; the job that closes and  *
      *  ships HCNX runs after this transaction has drained the queue. *
              88 WS-QUEUE-EMPTY              VALUE 'Y'.
           03 WS-EVENT-GOOD-SW      PIC X(01) VALUE 'N'.
              88 WS-EVENT-GOOD               VALUE 'Y'.
           03 WS-CONSENT-HELD-SW    PIC X(01) VALUE 'N'.
              88 WS-CONSENT-HELD             VALUE 'Y'.

       01  WS-DRAIN-COUNTERS.
           03 WS-READ-COUNT         PIC 9(07) VALUE ZEROS.
           03 WS-WRITTEN-COUNT      PIC 9(07) VALUE ZEROS.
           03 WS-EXCEPTION-COUNT    PIC 9(07) VALUE ZEROS.
           03 WS-REGISTRATION-COUNT PIC 9(07) VALUE ZEROS.
           03 WS-UPDATE-COUNT       PIC 9(07) VALUE ZEROS.
           03 WS-DEACTIVATION-COUNT PIC 9(07) VALUE ZEROS.
           03 WS-MERGE-COUNT        PIC 9(07) VALUE ZEROS.
           03 WS-HELD-COUNT         PIC 9(07) VALUE ZEROS.
           03 WS-FIRST-TIMESTAMP    PIC X(26) VALUE SPACES.
           03 WS-LAST-TIMESTAMP     PIC X(26) VALUE SPACES.

           03 FILLER                PIC X(03) VALUE ' E='.
           03 WS-SUM-EXCEPTION      PIC 9(07).

      * and a second line, only when anything was held back for want
      * of sharing consent
       01  WS-HELD-SUMMARY.
           03 FILLER                PIC X(13)
                                     VALUE 'HCNP DRAIN H='.
           03 WS-SUM-HELD           PIC 9(07).
           03 FILLER                PIC X(20)
                                     VALUE ' NO SHARING CONSENT'.

      *----------------------------------------------------------------*
      * Sharing-consent lookup - the patient (and for a merge the      *
      * survivor) whose consent decides whether the event is sent      *
      *----------------------------------------------------------------*
       01  DB2-CONSENT.
           03 DB2-CONSENT-PATIENT-ID PIC S9(9) COMP.
           03 DB2-SHARE-CONSENT      PIC X(01).

      *----------------------------------------------------------------*
      * Batch run-control record - the drain records its run on        *
      * BATCHRUN like the overnight jobs, which wait on it             *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      * Outbound transmission log - the sequence number and the copy  *
      * of every record sent                                           *
      *----------------------------------------------------------------*
       COPY HCTLOGWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area - the only SQL this program      *
      * issues is the BATCHRUN run-control row, the sharing-consent    *
      * lookup and the XMITLOG/XMITRECORD transmission log.            *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * operator (or the scheduler) and works the queue, not a         *
      * caller's request.                                              *

           MOVE 'HCNPTX01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START
           IF RN-CONTROL-FAILED
             MOVE ' BATCHRUN WRITE FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF

           MOVE 'HCNX'     TO TL-INTERFACE
           MOVE 'HCNPTX01' TO TL-JOB-NAME
           PERFORM TRANSMISSION-LOG-OPEN
           IF TL-LOG-FAILED
             MOVE ' XMITLOG OPEN FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF

           PERFORM DRAIN-ONE-EVENT
             UNTIL WS-QUEUE-EMPTY.

           PERFORM WRITE-TRAILER.

           PERFORM RECORD-DRAIN-RUN.

      *    Return to caller
           EXEC CICS RETURN END-EXEC.

             WHEN OTHER
               MOVE ' READQ TD HCNP FAILED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 8 TO RN-RETURN-CODE
               MOVE 'Y' TO WS-QUEUE-EMPTY-SW
           END-EVALUATE.

      *================================================================*
      * Validate the event just read, reformat it into the EHR's      *
      * fixed layout and write it to the transmission queue.  A       *
      * malformed event lands on the exception queue instead, and an  *
      * event for a patient withholding consent on the held dataset.  *
      *================================================================*
           PERFORM VALIDATE-EVENT.

           IF WS-EVENT-GOOD
             PERFORM CHECK-SHARING-CONSENT
             PERFORM FORMAT-EHR-RECORD
             IF WS-CONSENT-HELD
               PERFORM WRITE-HELD-EVENT
             ELSE
               PERFORM WRITE-EHR-RECORD
             END-IF
           ELSE
             PERFORM WRITE-EXCEPTION-EVENT
           END-IF.

           EXIT.

      *================================================================*
       WRITE-EHR-RECORD.
      *================================================================*
      * Send the formatted record and count it by type for the        *
      * trailer.                                                       *
      *================================================================*
           EXEC CICS WRITEQ TD
                QUEUE('HCNX')
                FROM(XR-EHR-PATIENT-RECORD)
                LENGTH(LENGTH OF XR-EHR-PATIENT-RECORD)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP EQUAL DFHRESP(NORMAL)
             ADD 1 TO WS-WRITTEN-COUNT
             MOVE XR-EHR-PATIENT-RECORD TO TL-RECORD-DATA
             PERFORM TRANSMISSION-LOG-RECORD
             EVALUATE TRUE
               WHEN EP-NEW-PATIENT
                 ADD 1 TO WS-REGISTRATION-COUNT
               WHEN EP-PATIENT-UPDATED
                 ADD 1 TO WS-UPDATE-COUNT
               WHEN EP-PATIENT-DEACTIVATED
                 ADD 1 TO WS-DEACTIVATION-COUNT
               WHEN EP-PATIENTS-MERGED
                 ADD 1 TO WS-MERGE-COUNT
             END-EVALUATE
             IF WS-FIRST-TIMESTAMP EQUAL SPACES
               MOVE EP-EVENT-TIMESTAMP TO WS-FIRST-TIMESTAMP
             END-IF
             MOVE EP-EVENT-TIMESTAMP TO WS-LAST-TIMESTAMP
           ELSE
      * the event is already off HCNP - preserve it rather than
      * lose it to a transmission-queue problem
             MOVE ' WRITEQ TD HCNX FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 8 TO RN-RETURN-CODE
             PERFORM WRITE-EXCEPTION-EVENT
           END-IF.

           EXIT.

      *================================================================*
       CHECK-SHARING-CONSENT.
      *================================================================*
      * Hold the event back when the patient - or, for a merge, the   *
      * surviving record - has withheld sharing consent.  No row on   *
      * file is consent as it always was.                              *
      *================================================================*
           MOVE 'N' TO WS-CONSENT-HELD-SW.

           MOVE EP-PATIENT-ID TO DB2-CONSENT-PATIENT-ID.
           PERFORM READ-SHARING-CONSENT.

           IF EP-PATIENTS-MERGED AND NOT WS-CONSENT-HELD
             MOVE EP-SURVIVOR-ID TO DB2-CONSENT-PATIENT-ID
             PERFORM READ-SHARING-CONSENT
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       READ-SHARING-CONSENT.
      *----------------------------------------------------------------*
           MOVE ' SELECT SHARECONSENT' TO EM-SQLREQ
           EXEC SQL
               SELECT SHARECONSENT
                 INTO :DB2-SHARE-CONSENT
                 FROM PATIENT_CONSENT
                WHERE PATIENTID = :DB2-CONSENT-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-SHARE-CONSENT EQUAL 'N'
                 MOVE 'Y' TO WS-CONSENT-HELD-SW
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               MOVE DB2-CONSENT-PATIENT-ID TO EM-PATNUM
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'Y' TO WS-CONSENT-HELD-SW
           END-EVALUATE.

           EXIT.

      *================================================================*
       WRITE-HELD-EVENT.
      *================================================================*
      * The formatted record goes to the held dataset instead of the  *
      * transmission - kept, not sent.  If even that fails the raw    *
      * event is preserved on the exception queue like any other      *
      * event this drain could not place.                              *
      *================================================================*
           EXEC CICS WRITEQ TD
                QUEUE('HCNH')
                FROM(XR-EHR-PATIENT-RECORD)
                LENGTH(LENGTH OF XR-EHR-PATIENT-RECORD)
                RESP(WS-RESP)
           END-EXEC

           IF WS-RESP EQUAL DFHRESP(NORMAL)
             ADD 1 TO WS-HELD-COUNT
           ELSE
             MOVE ' WRITEQ TD HCNH FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 8 TO RN-RETURN-CODE
             PERFORM WRITE-EXCEPTION-EVENT
           END-IF.

       VALIDATE-EVENT.
      *================================================================*
      * The EHR rejects whole transmissions over one bad record, so   *
      * anything that does not look like an event the publishing     *
      * programs write is repaired offline instead of transmitted.     *
      * A merge must also name the record it was merged into.          *
      *================================================================*
           IF EP-EVENT-TYPE-VALID
              AND EP-PATIENT-ID IS NUMERIC
              AND EP-EVENT-TIMESTAMP NOT EQUAL SPACES
             MOVE 'Y' TO WS-EVENT-GOOD-SW
             MOVE 'N' TO WS-EVENT-GOOD-SW
           END-IF.

           IF WS-EVENT-GOOD AND EP-PATIENTS-MERGED
             IF EP-SURVIVOR-ID IS NOT NUMERIC
                OR EP-SURVIVOR-ID EQUAL ZERO
                OR EP-SURVIVOR-ID EQUAL EP-PATIENT-ID
               MOVE 'N' TO WS-EVENT-GOOD-SW
             END-IF
           END-IF.

           EXIT.

      *================================================================*
       FORMAT-EHR-RECORD.
      *================================================================*
      * A registration or update carries the full demographics; a     *
      * deactivation only the patient id; a merge the retired and     *
      * surviving ids in the XM- view of the same record.              *
      *================================================================*
           MOVE SPACES              TO XR-EHR-PATIENT-RECORD.

           EVALUATE TRUE
             WHEN EP-PATIENTS-MERGED
               MOVE 'M'                TO XM-RECORD-TYPE
               MOVE EP-PATIENT-ID      TO XM-RETIRED-PATIENT-ID
               MOVE EP-SURVIVOR-ID     TO XM-SURVIVOR-PATIENT-ID
               MOVE EP-EVENT-TIMESTAMP TO XM-EVENT-TIMESTAMP
             WHEN EP-PATIENT-DEACTIVATED
               MOVE 'I'                TO XR-RECORD-TYPE
               MOVE EP-PATIENT-ID      TO XR-PATIENT-ID
               MOVE EP-EVENT-TIMESTAMP TO XR-EVENT-TIMESTAMP
             WHEN OTHER
               IF EP-PATIENT-UPDATED
                 MOVE 'U'              TO XR-RECORD-TYPE
               ELSE
                 MOVE 'D'              TO XR-RECORD-TYPE
               END-IF
               MOVE EP-PATIENT-ID       TO XR-PATIENT-ID
               MOVE EP-LAST-NAME        TO XR-LAST-NAME
               MOVE EP-FIRST-NAME       TO XR-FIRST-NAME
               MOVE EP-DOB              TO XR-DOB
               MOVE EP-INS-CARD-NUM     TO XR-INS-CARD-NUM
               MOVE EP-ADDRESS          TO XR-ADDRESS
               MOVE EP-CITY             TO XR-CITY
               MOVE EP-POSTCODE         TO XR-POSTCODE
               MOVE EP-PHONE-MOBILE     TO XR-PHONE-MOBILE
               MOVE EP-EMAIL-ADDRESS    TO XR-EMAIL-ADDRESS
               MOVE EP-EVENT-TIMESTAMP  TO XR-EVENT-TIMESTAMP
           END-EVALUATE.

           EXIT.

             MOVE EP-PATIENT-ID TO EM-PATNUM
             MOVE ' WRITEQ TD HCNE FAILED, EVENT LOST' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 8 TO RN-RETURN-CODE
           END-IF.

           EXIT.
           MOVE WS-EXCEPTION-COUNT TO XT-EXCEPTION-COUNT.
           MOVE WS-FIRST-TIMESTAMP TO XT-FIRST-TIMESTAMP.
           MOVE WS-LAST-TIMESTAMP  TO XT-LAST-TIMESTAMP.
           MOVE WS-REGISTRATION-COUNT TO XT-REGISTRATION-COUNT.
           MOVE WS-UPDATE-COUNT       TO XT-UPDATE-COUNT.
           MOVE WS-DEACTIVATION-COUNT TO XT-DEACTIVATION-COUNT.
           MOVE WS-MERGE-COUNT        TO XT-MERGE-COUNT.
           MOVE WS-HELD-COUNT         TO XT-HELD-COUNT.
           MOVE TL-SEQUENCE-NO        TO XT-SEQUENCE-NO.

           EXEC CICS WRITEQ TD
                QUEUE('HCNX')
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE ' WRITEQ TD HCNX TRAILER FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 8 TO RN-RETURN-CODE
           ELSE
             MOVE XT-EHR-TRAILER-RECORD TO TL-RECORD-DATA
             PERFORM TRANSMISSION-LOG-RECORD
           END-IF

      * the transmission is complete - it now awaits the EHR's
      * acknowledgment on the log
           MOVE WS-WRITTEN-COUNT   TO TL-RECORD-COUNT
           PERFORM TRANSMISSION-LOG-CLOSE
           IF TL-LOG-FAILED
             MOVE ' XMITLOG FAILED, TRANSMISSION NOT LOGGED'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF

           MOVE WS-READ-COUNT      TO WS-SUM-READ.
           MOVE WS-DRAIN-SUMMARY   TO EM-VARIABLE.
           PERFORM WRITE-ERROR-MESSAGE.

           IF WS-HELD-COUNT GREATER THAN ZERO
             MOVE WS-HELD-COUNT    TO WS-SUM-HELD
             MOVE WS-HELD-SUMMARY  TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *================================================================*
       RECORD-DRAIN-RUN.
      *================================================================*
      * Close off the BATCHRUN row with the drain's counts.  A queue   *
      * failure has already set return code 8; a clean drain that     *
      * still sent events to the exception queue, or whose            *
      * transmission could not be logged, finishes with 4.             *
      *================================================================*
           MOVE WS-READ-COUNT      TO RN-READ-COUNT
           MOVE WS-WRITTEN-COUNT   TO RN-WRITTEN-COUNT
           MOVE WS-EXCEPTION-COUNT TO RN-REJECTED-COUNT

           IF RN-RETURN-CODE EQUAL ZERO
              AND (WS-EXCEPTION-COUNT GREATER THAN ZERO
                   OR TL-LOG-FAILED)
             MOVE 4 TO RN-RETURN-CODE
           END-IF

           PERFORM RUN-CONTROL-END

           IF RN-CONTROL-FAILED
             MOVE ' BATCHRUN UPDATE FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
      *----------------------------------------------------------------*
       COPY HCTLOGPD.
      *----------------------------------------------------------------*
       COPY HCERRSPD.
