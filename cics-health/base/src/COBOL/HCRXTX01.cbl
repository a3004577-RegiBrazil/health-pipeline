      *  event that fails formatting is preserved on the HCRE          *
      *  exception queue for repair rather than silently discarded.    *
      *                                                                *
      *   Each drain is one transmission.  It takes the next HCRP      *
      *  sequence number on the XMITLOG transmission log (HCTLOGWS),   *
      *  carries it in the trailer, and keeps a copy of every record   *
      *  sent, trailer included, on XMITRECORD - HCAKBR01 matches the  *
      *  pharmacy's acknowledgment against the log and resends from    *
      *  that copy, since the events themselves are long gone from     *
      *  HCRX.  A transmission that cannot be logged is still sent;    *
      *  the drain says so and finishes with return code 4.           *
      *                                                                *
      *   HCRP and HCRE are extrapartition destinations mapped to the  *
      *  transmission and exception datasets; the job that closes and  *
      *  ships HCRP runs after this transaction has drained the queue. *
           03 FILLER                PIC X(03) VALUE ' E='.
           03 WS-SUM-EXCEPTION      PIC 9(07).

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
      * issues is the BATCHRUN run-control row and the XMITLOG/        *
      * XMITRECORD transmission log.                                   *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      * operator (or the scheduler) and works the queue, not a         *
      * caller's request.                                              *

           MOVE 'HCRXTX01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START
           IF RN-CONTROL-FAILED
             MOVE ' BATCHRUN WRITE FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF

           MOVE 'HCRP'     TO TL-INTERFACE
           MOVE 'HCRXTX01' TO TL-JOB-NAME
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
               MOVE ' READQ TD HCRX FAILED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 8 TO RN-RETURN-CODE
               MOVE 'Y' TO WS-QUEUE-EMPTY-SW
           END-EVALUATE.

             END-EXEC
             IF WS-RESP EQUAL DFHRESP(NORMAL)
               ADD 1 TO WS-WRITTEN-COUNT
               MOVE PR-PHARMACY-RX-RECORD TO TL-RECORD-DATA
               PERFORM TRANSMISSION-LOG-RECORD
               IF WS-FIRST-TIMESTAMP EQUAL SPACES
                 MOVE RX-EVENT-TIMESTAMP TO WS-FIRST-TIMESTAMP
               END-IF
      * lose it to a transmission-queue problem
               MOVE ' WRITEQ TD HCRP FAILED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 8 TO RN-RETURN-CODE
               PERFORM WRITE-EXCEPTION-EVENT
             END-IF
           ELSE
             MOVE RX-PATIENT-ID TO EM-PATNUM
             MOVE ' WRITEQ TD HCRE FAILED, EVENT LOST' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 8 TO RN-RETURN-CODE
           END-IF.

           EXIT.
           MOVE WS-EXCEPTION-COUNT TO PT-EXCEPTION-COUNT.
           MOVE WS-FIRST-TIMESTAMP TO PT-FIRST-TIMESTAMP.
           MOVE WS-LAST-TIMESTAMP  TO PT-LAST-TIMESTAMP.
           MOVE TL-SEQUENCE-NO     TO PT-SEQUENCE-NO.

           EXEC CICS WRITEQ TD
                QUEUE('HCRP')
           IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE ' WRITEQ TD HCRP TRAILER FAILED' TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 8 TO RN-RETURN-CODE
           ELSE
             MOVE PT-PHARMACY-TRAILER-RECORD TO TL-RECORD-DATA
             PERFORM TRANSMISSION-LOG-RECORD
           END-IF

      * the transmission is complete - it now awaits the pharmacy's
      * acknowledgment on the log
           MOVE WS-WRITTEN-COUNT   TO TL-RECORD-COUNT
           PERFORM TRANSMISSION-LOG-CLOSE
           IF TL-LOG-FAILED
             MOVE ' XMITLOG FAILED, TRANSMISSION NOT LOGGED'
               TO EM-VARIABLE
             PERFORM WRITE-ERROR-MESSAGE
           END-IF

           MOVE WS-READ-COUNT      TO WS-SUM-READ.

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
