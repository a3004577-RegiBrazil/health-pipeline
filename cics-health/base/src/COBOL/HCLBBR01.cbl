      *  destination, so anything reading the HCAL queue sees lab      *
      *  abnormals the same way it sees vitals breaches.               *
      *                                                                *
      *   Each result loaded closes the LABORDER order it answers -    *
      *  the order id the lab quotes back from the HCLXBR01 order      *
      *  file when it carries one, otherwise the patient's oldest      *
      *  order for that test code still open and dated on or before   *
      *  the test.  The order is marked R resulted with the result's   *
      *  LABRESULTID.  A result with no open order behind it still     *
      *  loads - the lab has run the test - and is counted here; the   *
      *  HCLOBR01 daily report lists it for the clinic to follow up.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLBBR01.
           03 LI-REF-HIGH           PIC X(10).
           03 LI-ABNORMAL-FLAG      PIC X(01).
           03 LI-TEST-DATE          PIC X(10).
      * the LABORDER id from the order file, where the lab quotes it
           03 LI-ORDER-ID           PIC X(10).
           03 FILLER                PIC X(11).

       FD  REPORT-OUT
           RECORDING MODE IS F.
              88 WS-PATIENT-OK               VALUE 'Y'.
           03 WS-RESULT-PRESENT-SW  PIC X(01) VALUE 'N'.
              88 WS-RESULT-PRESENT           VALUE 'Y'.
           03 WS-ORDER-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WS-ORDER-FOUND              VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-RESULTS-READ       PIC 9(07) COMP VALUE ZERO.
           03 WS-RESULTS-REJECTED   PIC 9(07) COMP VALUE ZERO.
           03 WS-ALERTS-RAISED      PIC 9(07) COMP VALUE ZERO.
           03 WS-RESULTS-PRESENT    PIC 9(07) COMP VALUE ZERO.
           03 WS-RESULTS-MATCHED    PIC 9(07) COMP VALUE ZERO.
           03 WS-RESULTS-UNORDERED  PIC 9(07) COMP VALUE ZERO.
           03 WS-REJECT-REASON      PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------*
           03 RT-ALERTS             PIC ZZZZZZ9.
           03 FILLER                PIC X(13) VALUE ' ALREADY IN: '.
           03 RT-PRESENT            PIC ZZZZZZ9.
           03 FILLER                PIC X(10) VALUE ' MATCHED: '.
           03 RT-MATCHED            PIC ZZZZZZ9.
           03 FILLER                PIC X(11) VALUE ' NO ORDER: '.
           03 RT-UNORDERED          PIC ZZZZZZ9.
           03 FILLER                PIC X(07) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *

       01  DB2-EXIST-COUNT           PIC S9(9) COMP.

      * the result just loaded and the open order it closes
       01  DB2-LABRESULT-ID          PIC S9(9) COMP.
       01  DB2-ORDER-ID              PIC S9(9) COMP.

       01  DB2-LABRESULT.
           03 DB2-TEST-CODE          PIC X(08).
           03 DB2-TEST-NAME          PIC X(30).
           03 DB2-ABNORMAL-FLAG      PIC X(01).
           03 DB2-TEST-DATE          PIC X(10).

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
           MOVE 'HCLBBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCLBBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  LAB-IN
           OPEN OUTPUT REPORT-OUT
           OPEN OUTPUT ALERT-OUT.
             PERFORM WRITE-REJECT-LINE
           ELSE
             ADD 1 TO WS-RESULTS-LOADED
             PERFORM MATCH-LAB-ORDER
             IF LI-ABNORMAL-FLAG EQUAL 'H'
                OR LI-ABNORMAL-FLAG EQUAL 'L'
                OR LI-ABNORMAL-FLAG EQUAL 'Y'
       INSERT-LAB-RESULT-EXIT.
           EXIT.

      *================================================================*
       MATCH-LAB-ORDER.
      *================================================================*
      * Find the open order this result answers and close it.  An     *
      * order id quoted by the lab is only taken if it is this        *
      * patient's, for this test, and still open - otherwise the      *
      * result falls back to the oldest open order for the patient    *
      * and test code dated on or before the test.                    *
      *================================================================*
           MOVE 'N' TO WS-ORDER-FOUND-SW.

           EXEC SQL
                SET :DB2-LABRESULT-ID = IDENTITY_VAL_LOCAL()
           END-EXEC.

           IF LI-ORDER-ID IS NUMERIC
              AND LI-ORDER-ID NOT EQUAL ZEROS
             MOVE LI-ORDER-ID TO DB2-ORDER-ID
             PERFORM CHECK-QUOTED-ORDER
           END-IF.

           IF NOT WS-ORDER-FOUND
             PERFORM FIND-OLDEST-ORDER
           END-IF.

           IF WS-ORDER-FOUND
             PERFORM CLOSE-LAB-ORDER
           ELSE
             ADD 1 TO WS-RESULTS-UNORDERED
           END-IF.

       MATCH-LAB-ORDER-EXIT.
           EXIT.

      *================================================================*
       CHECK-QUOTED-ORDER.
      *================================================================*
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-EXIST-COUNT
               FROM LABORDER
              WHERE ORDERID   = :DB2-ORDER-ID
                AND PATIENTID = :DB2-PATIENT-ID
                AND TESTCODE  = :DB2-TEST-CODE
                AND STATUS IN ('O', 'S')
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCLBBR01 - CHECK LABORDER FAILED, SQLCODE = '
                     SQLCODE
           ELSE
             IF DB2-EXIST-COUNT GREATER THAN ZERO
               MOVE 'Y' TO WS-ORDER-FOUND-SW
             END-IF
           END-IF.

       CHECK-QUOTED-ORDER-EXIT.
           EXIT.

      *================================================================*
       FIND-OLDEST-ORDER.
      *================================================================*
           EXEC SQL
             SELECT ORDERID
               INTO :DB2-ORDER-ID
               FROM LABORDER
              WHERE PATIENTID  = :DB2-PATIENT-ID
                AND TESTCODE   = :DB2-TEST-CODE
                AND STATUS IN ('O', 'S')
                AND ORDERDATE <= :DB2-TEST-DATE
              ORDER BY ORDERDATE, ORDERID
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-ORDER-FOUND-SW
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'HCLBBR01 - SELECT LABORDER FAILED, SQLCODE = '
                       SQLCODE
           END-EVALUATE.

       FIND-OLDEST-ORDER-EXIT.
           EXIT.

      *================================================================*
       CLOSE-LAB-ORDER.
      *================================================================*
           EXEC SQL
             UPDATE LABORDER
                SET STATUS      = 'R',
                    LABRESULTID = :DB2-LABRESULT-ID,
                    RESULTEDTS  = CURRENT TIMESTAMP,
                    UPDATEDBY   = 'HCLBBR01',
                    UPDATEDTS   = CURRENT TIMESTAMP
              WHERE ORDERID = :DB2-ORDER-ID
                AND STATUS IN ('O', 'S')
           END-EXEC.

           IF SQLCODE EQUAL 0
             ADD 1 TO WS-RESULTS-MATCHED
           ELSE
             DISPLAY 'HCLBBR01 - CLOSE LABORDER FAILED, SQLCODE = '
                     SQLCODE
             ADD 1 TO WS-RESULTS-UNORDERED
           END-IF.

       CLOSE-LAB-ORDER-EXIT.
           EXIT.

      *================================================================*
       RAISE-LAB-ALERT.
      *================================================================*
           MOVE WS-RESULTS-REJECTED TO RT-REJECTED.
           MOVE WS-ALERTS-RAISED    TO RT-ALERTS.
           MOVE WS-RESULTS-PRESENT  TO RT-PRESENT.
           MOVE WS-RESULTS-MATCHED  TO RT-MATCHED.
           MOVE WS-RESULTS-UNORDERED TO RT-UNORDERED.
           MOVE RL-TOTAL-LINE       TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

                   ' REJECTED = ' WS-RESULTS-REJECTED
                   ' ALERTS = ' WS-ALERTS-RAISED
                   ' ALREADY IN = ' WS-RESULTS-PRESENT.
           DISPLAY 'HCLBBR01 - ORDERS CLOSED = ' WS-RESULTS-MATCHED
                   ' RESULTS WITH NO ORDER = ' WS-RESULTS-UNORDERED.

           CLOSE LAB-IN
           CLOSE REPORT-OUT
           CLOSE ALERT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-RESULTS-READ       TO RN-READ-COUNT
           MOVE WS-RESULTS-LOADED     TO RN-WRITTEN-COUNT
           MOVE WS-RESULTS-REJECTED   TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCLBBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-INTAKE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
