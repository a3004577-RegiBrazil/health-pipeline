      *  EHR event, or an event with no matching registration) so the  *
      *  miss can be repaired the same night.                          *
      *                                                                *
      *   The changes that follow a registration are balanced the same *
      *  way: each update (the 'U' audit rows one HCUPDB01 task        *
      *  wrote), each 'D' deactivation and each merge (the 'M' row on  *
      *  the retired duplicate) should have gone to the EHR as a 'U',  *
      *  'I' or 'M' transmission record, and every such record should  *
      *  have an audit trace behind it.                                *
      *                                                                *
      *   CONTROL-IN names the date to balance (CCYY-MM-DD); an empty  *
      *  control file balances today.  XMITIN is the transmission      *
      *  dataset HCNPTX01 wrote (HCEHRXWS layout) for that date.       *
      *  HELDIN is the held dataset it wrote alongside - events for    *
      *  patients who withheld sharing consent - and an event held     *
      *  there is as good as sent for balancing; it is tallied on its  *
      *  own line and HCCXBR01 lists it.                               *
      *                                                                *
      *   The job is held - return code 12, BATCHRUN status 'H' -      *
      *  until HCNPTX01's drain has completed for the business date,   *
      *  so it never balances against a half-written XMITIN.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT CONTROL-IN    ASSIGN TO CTLIN.
           SELECT TRANSMIT-IN   ASSIGN TO XMITIN.
           SELECT HELD-IN       ASSIGN TO HELDIN.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
           RECORDING MODE IS F.
       01  TRANSMIT-IN-RECORD       PIC X(210).

       FD  HELD-IN
           RECORDING MODE IS F.
       01  HELD-IN-RECORD           PIC X(210).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).
              88 WS-IN-BALANCE               VALUE 'Y'.
           03 WS-EVENT-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WS-EVENT-FOUND              VALUE 'Y'.
           03 WS-CHANGE-EOF         PIC X(01) VALUE 'N'.
              88 WS-CHANGE-AT-EOF            VALUE 'Y'.
           03 WS-HELD-EOF           PIC X(01) VALUE 'N'.
              88 WS-HELD-AT-EOF              VALUE 'Y'.
      * set while the held dataset is being loaded
           03 WS-LOADING-HELD-SW    PIC X(01) VALUE 'N'.
              88 WS-LOADING-HELD             VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-PATIENT-COUNT      PIC 9(07) COMP VALUE ZERO.
           03 WS-AUDIT-COUNT        PIC 9(07) COMP VALUE ZERO.
           03 WS-EVENT-COUNT        PIC 9(07) COMP VALUE ZERO.
           03 WS-UPDATE-AUDIT-COUNT PIC 9(07) COMP VALUE ZERO.
           03 WS-UPDATE-EVENT-COUNT PIC 9(07) COMP VALUE ZERO.
           03 WS-DEACT-AUDIT-COUNT  PIC 9(07) COMP VALUE ZERO.
           03 WS-DEACT-EVENT-COUNT  PIC 9(07) COMP VALUE ZERO.
           03 WS-MERGE-AUDIT-COUNT  PIC 9(07) COMP VALUE ZERO.
           03 WS-MERGE-EVENT-COUNT  PIC 9(07) COMP VALUE ZERO.
           03 WS-TOTAL-EVENT-COUNT  PIC 9(07) COMP VALUE ZERO.
      * events held back for want of sharing consent, by type
           03 WS-HELD-REG-COUNT     PIC 9(07) COMP VALUE ZERO.
           03 WS-HELD-UPDATE-COUNT  PIC 9(07) COMP VALUE ZERO.
           03 WS-HELD-DEACT-COUNT   PIC 9(07) COMP VALUE ZERO.
           03 WS-HELD-MERGE-COUNT   PIC 9(07) COMP VALUE ZERO.
           03 WS-HELD-CHANGE-COUNT  PIC 9(07) COMP VALUE ZERO.
      * the transmission record type being matched, and the patient
           03 WS-MATCH-TYPE         PIC X(01) VALUE SPACE.
           03 WS-MATCH-PATIENT-ID   PIC 9(10) VALUE ZERO.
           03 WS-EVENT-DATE         PIC X(10) VALUE SPACES.
           03 WS-EVENT-IX           PIC 9(05) COMP VALUE ZERO.
           03 WS-EVENT-MAX          PIC 9(05) COMP VALUE ZERO.
           03 WS-EVENT-LIMIT        PIC 9(05) COMP VALUE 5000.

      * The day's transmitted events, loaded off XMITIN so each new
      * PATIENT row and each change audit can be matched against
      * them.  An unmatched entry left over at the end is an event
      * the EHR got for something this side no longer shows.  The
      * type is the transmission record type - D, U, I or M - and a
      * merge is held under its retired duplicate's id.
       01  WS-EVENT-TABLE.
           03 WS-EVENT-ENTRY OCCURS 5000 TIMES.
              05 WS-EV-TYPE         PIC X(01).
              05 WS-EV-PATIENT-ID   PIC 9(10).
              05 WS-EV-MATCHED      PIC X(01).

       01  RL-IN-BALANCE.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(42)
              VALUE 'ALL TALLIES AGREE - DAY IN BALANCE'.
           03 FILLER                PIC X(90) VALUE SPACES.

       01  RL-CHANGE-HEADING.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(40)
              VALUE 'UPDATES, DEACTIVATIONS AND MERGES'.
           03 FILLER                PIC X(92) VALUE SPACES.

       01  RL-OUT-OF-BALANCE.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(52) VALUE
           03 DB2-AUDIT-COUNT        PIC S9(9) COMP.
           03 DB2-PATIENT-ID         PIC S9(9) COMP.
           03 DB2-AUDIT-EXISTS       PIC S9(9) COMP.
           03 DB2-CHANGE-COUNT       PIC S9(9) COMP.
           03 DB2-CHANGE-ACTION      PIC X(01).
              88 DB2-CHANGE-UPDATE            VALUE 'U'.
              88 DB2-CHANGE-DEACTIVATE        VALUE 'D'.
              88 DB2-CHANGE-MERGE             VALUE 'M'.
           03 DB2-CHANGE-PATIENT-ID  PIC S9(9) COMP.
           03 DB2-CHANGE-TERMINAL    PIC X(04).
           03 DB2-CHANGE-TASKNUM     PIC 9(07).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
                ORDER BY PATIENTID
           END-EXEC.

      * Every change audited on the balancing date.  One HCUPDB01
      * task writes a 'U' row per field it changed, so the distinct
      * patient/terminal/task is one update - one UPDPAT event.  A
      * merge writes an 'M' row on each side; the MERGEDINTO row on
      * the retired duplicate stands for the merge.
           EXEC SQL
             DECLARE CHANGE-CUR CURSOR FOR
               SELECT DISTINCT ACTION,
                      PATIENTID,
                      TERMINAL,
                      TASKNUM
                 FROM PATIENT_AUDIT
                WHERE DATE(AUDITTIMESTAMP) = :DB2-BALANCE-DATE
                  AND (ACTION IN ('U', 'D')
                       OR (ACTION = 'M' AND FIELDNAME = 'MERGEDINTO'))
                ORDER BY ACTION, PATIENTID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
           PERFORM LOAD-EVENT-TABLE
             UNTIL WS-TRANSMIT-AT-EOF.

           MOVE 'Y' TO WS-LOADING-HELD-SW.
           PERFORM LOAD-HELD-EVENTS
             UNTIL WS-HELD-AT-EOF.

           PERFORM COUNT-THE-DAY.

           PERFORM CHECK-EACH-PATIENT
             UNTIL WS-PATIENT-AT-EOF.

           PERFORM COUNT-THE-CHANGES.

           PERFORM CHECK-EACH-CHANGE
             UNTIL WS-CHANGE-AT-EOF.

           PERFORM REPORT-UNMATCHED-EVENTS.

           PERFORM TERMINATE-BALANCING.
      * Open the files, pick up the balancing date (today when the    *
      * control file is empty) and print the heading.                 *
      *================================================================*
           MOVE 'HCBLBR01' TO RN-JOB-NAME
           MOVE 'HCNPTX01' TO RN-PREDECESSOR
           PERFORM RUN-CONTROL-START.
           IF RN-PREDECESSOR-PENDING
             DISPLAY 'HCBLBR01 - ' RN-PREDECESSOR
                     ' HAS NOT COMPLETED FOR '
                     RN-BUSINESS-DATE ', RUN HELD'
             MOVE RN-RETURN-CODE TO RETURN-CODE
             STOP RUN
           END-IF.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCBLBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN INPUT  TRANSMIT-IN
           OPEN INPUT  HELD-IN
           OPEN OUTPUT REPORT-OUT.

           READ CONTROL-IN
      *================================================================*
       LOAD-EVENT-TABLE.
      *================================================================*
      * Read the transmission dataset and keep each event record's   *
      * type and PATIENTID for matching - a merge by its retired      *
      * duplicate's id.  The trailer and any record for a different   *
      * date are passed over; a full table stops the load and is      *
      * reported so the event tallies aren't trusted blindly.         *
      *================================================================*
           READ TRANSMIT-IN INTO XR-EHR-PATIENT-RECORD
             AT END
               MOVE 'Y' TO WS-TRANSMIT-EOF
             NOT AT END
               PERFORM STORE-EVENT
           END-READ.

       LOAD-EVENT-TABLE-EXIT.
           EXIT.

      *================================================================*
       LOAD-HELD-EVENTS.
      *================================================================*
      * The held dataset, loaded into the same table - a held event   *
      * matches its audit row just as a transmitted one does.         *
      *================================================================*
           READ HELD-IN INTO XR-EHR-PATIENT-RECORD
             AT END
               MOVE 'Y' TO WS-HELD-EOF
             NOT AT END
               PERFORM STORE-EVENT
           END-READ.

       LOAD-HELD-EVENTS-EXIT.
           EXIT.

      *================================================================*
       STORE-EVENT.
      *================================================================*
      * Keep one event record's type and PATIENTID, and tally it as   *
      * transmitted or held by type.                                   *
      *================================================================*
           IF XR-MERGE
             MOVE XM-RETIRED-PATIENT-ID TO WS-MATCH-PATIENT-ID
             MOVE XM-EVENT-TIMESTAMP (1:10) TO WS-EVENT-DATE
           ELSE
             MOVE XR-PATIENT-ID TO WS-MATCH-PATIENT-ID
             MOVE XR-EVENT-TIMESTAMP (1:10) TO WS-EVENT-DATE
           END-IF
           IF (XR-REGISTRATION OR XR-UPDATE
               OR XR-DEACTIVATION OR XR-MERGE)
              AND WS-EVENT-DATE EQUAL DB2-BALANCE-DATE
             IF WS-EVENT-MAX LESS THAN WS-EVENT-LIMIT
               ADD 1 TO WS-EVENT-MAX
               MOVE XR-RECORD-TYPE
                 TO WS-EV-TYPE (WS-EVENT-MAX)
               MOVE WS-MATCH-PATIENT-ID
                 TO WS-EV-PATIENT-ID (WS-EVENT-MAX)
               MOVE 'N' TO WS-EV-MATCHED (WS-EVENT-MAX)
               ADD 1 TO WS-TOTAL-EVENT-COUNT
               IF WS-LOADING-HELD
                 PERFORM TALLY-HELD-EVENT
               ELSE
                 PERFORM TALLY-SENT-EVENT
               END-IF
             ELSE
               MOVE RL-TRUNCATED TO REPORT-OUT-RECORD
               WRITE REPORT-OUT-RECORD
               MOVE 'Y' TO WS-TRANSMIT-EOF
               MOVE 'Y' TO WS-HELD-EOF
             END-IF
           END-IF.

       STORE-EVENT-EXIT.
           EXIT.

      *================================================================*
       TALLY-SENT-EVENT.
      *================================================================*
           EVALUATE TRUE
             WHEN XR-REGISTRATION
               ADD 1 TO WS-EVENT-COUNT
             WHEN XR-UPDATE
               ADD 1 TO WS-UPDATE-EVENT-COUNT
             WHEN XR-DEACTIVATION
               ADD 1 TO WS-DEACT-EVENT-COUNT
             WHEN XR-MERGE
               ADD 1 TO WS-MERGE-EVENT-COUNT
           END-EVALUATE.

       TALLY-SENT-EVENT-EXIT.
           EXIT.

      *================================================================*
       TALLY-HELD-EVENT.
      *================================================================*
           EVALUATE TRUE
             WHEN XR-REGISTRATION
               ADD 1 TO WS-HELD-REG-COUNT
             WHEN XR-UPDATE
               ADD 1 TO WS-HELD-UPDATE-COUNT
               ADD 1 TO WS-HELD-CHANGE-COUNT
             WHEN XR-DEACTIVATION
               ADD 1 TO WS-HELD-DEACT-COUNT
               ADD 1 TO WS-HELD-CHANGE-COUNT
             WHEN XR-MERGE
               ADD 1 TO WS-HELD-MERGE-COUNT
               ADD 1 TO WS-HELD-CHANGE-COUNT
           END-EVALUATE.

       TALLY-HELD-EVENT-EXIT.
           EXIT.

      *================================================================*
       COUNT-THE-DAY.
      *================================================================*
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           MOVE 'EVENTS HELD - NO CONSENT . . .' TO RC-LABEL
           MOVE WS-HELD-REG-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           IF WS-PATIENT-COUNT NOT EQUAL WS-AUDIT-COUNT
              OR WS-PATIENT-COUNT NOT EQUAL
                 WS-EVENT-COUNT + WS-HELD-REG-COUNT
             MOVE 'N' TO WS-IN-BALANCE-SW
           END-IF.

             MOVE 'N' TO WS-IN-BALANCE-SW
           END-IF.

           MOVE 'D'            TO WS-MATCH-TYPE.
           MOVE DB2-PATIENT-ID TO WS-MATCH-PATIENT-ID.
           PERFORM MATCH-EVENT-FOR-PATIENT.

           IF NOT WS-EVENT-FOUND
       CHECK-EACH-PATIENT-EXIT.
           EXIT.

      *================================================================*
       COUNT-THE-CHANGES.
      *================================================================*
      * The change tallies, audit against transmitted, pair by pair.  *
      *================================================================*
           MOVE RL-CHANGE-HEADING TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-CHANGE-COUNT
                 FROM (SELECT DISTINCT PATIENTID, TERMINAL, TASKNUM
                         FROM PATIENT_AUDIT
                        WHERE ACTION = 'U'
                          AND DATE(AUDITTIMESTAMP) = :DB2-BALANCE-DATE)
                      AS UPDATES
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCBLBR01 - COUNT UPDATES FAILED, SQLCODE = '
                     SQLCODE
             MOVE 0 TO DB2-CHANGE-COUNT
           END-IF.
           MOVE DB2-CHANGE-COUNT TO WS-UPDATE-AUDIT-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-CHANGE-COUNT
                 FROM PATIENT_AUDIT
                WHERE ACTION = 'D'
                  AND DATE(AUDITTIMESTAMP) = :DB2-BALANCE-DATE
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCBLBR01 - COUNT DEACTIVATIONS FAILED, '
                     'SQLCODE = ' SQLCODE
             MOVE 0 TO DB2-CHANGE-COUNT
           END-IF.
           MOVE DB2-CHANGE-COUNT TO WS-DEACT-AUDIT-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-CHANGE-COUNT
                 FROM PATIENT_AUDIT
                WHERE ACTION    = 'M'
                  AND FIELDNAME = 'MERGEDINTO'
                  AND DATE(AUDITTIMESTAMP) = :DB2-BALANCE-DATE
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCBLBR01 - COUNT MERGES FAILED, SQLCODE = '
                     SQLCODE
             MOVE 0 TO DB2-CHANGE-COUNT
           END-IF.
           MOVE DB2-CHANGE-COUNT TO WS-MERGE-AUDIT-COUNT.

           MOVE 'UPDATES AUDITED  . . . . . . .' TO RC-LABEL
           MOVE WS-UPDATE-AUDIT-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           MOVE 'UPDATES TRANSMITTED TO EHR . .' TO RC-LABEL
           MOVE WS-UPDATE-EVENT-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           MOVE 'DEACTIVATIONS AUDITED  . . . .' TO RC-LABEL
           MOVE WS-DEACT-AUDIT-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           MOVE 'DEACTIVATIONS TRANSMITTED  . .' TO RC-LABEL
           MOVE WS-DEACT-EVENT-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           MOVE 'MERGES AUDITED . . . . . . . .' TO RC-LABEL
           MOVE WS-MERGE-AUDIT-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           MOVE 'MERGES TRANSMITTED TO EHR  . .' TO RC-LABEL
           MOVE WS-MERGE-EVENT-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           MOVE 'CHANGES HELD - NO CONSENT  . .' TO RC-LABEL
           MOVE WS-HELD-CHANGE-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           IF WS-UPDATE-AUDIT-COUNT NOT EQUAL
                 WS-UPDATE-EVENT-COUNT + WS-HELD-UPDATE-COUNT
              OR WS-DEACT-AUDIT-COUNT NOT EQUAL
                 WS-DEACT-EVENT-COUNT + WS-HELD-DEACT-COUNT
              OR WS-MERGE-AUDIT-COUNT NOT EQUAL
                 WS-MERGE-EVENT-COUNT + WS-HELD-MERGE-COUNT
             MOVE 'N' TO WS-IN-BALANCE-SW
           END-IF.

      * open the per-change cursor for the discrepancy pass
           EXEC SQL
               OPEN CHANGE-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCBLBR01 - OPEN CHANGE-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 'Y' TO WS-CHANGE-EOF
           ELSE
             PERFORM FETCH-CHANGE
           END-IF.

       COUNT-THE-CHANGES-EXIT.
           EXIT.

      *================================================================*
       FETCH-CHANGE.
      *================================================================*
           EXEC SQL
               FETCH CHANGE-CUR
                INTO :DB2-CHANGE-ACTION,
                     :DB2-CHANGE-PATIENT-ID,
                     :DB2-CHANGE-TERMINAL,
                     :DB2-CHANGE-TASKNUM
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-CHANGE-EOF
             WHEN OTHER
               DISPLAY 'HCBLBR01 - FETCH CHANGE-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 'Y' TO WS-CHANGE-EOF
           END-EVALUATE.

       FETCH-CHANGE-EXIT.
           EXIT.

      *================================================================*
       CHECK-EACH-CHANGE.
      *================================================================*
      * One audited change at a time: did its event reach the        *
      * transmission file?                                             *
      *================================================================*
           MOVE DB2-CHANGE-PATIENT-ID TO WS-MATCH-PATIENT-ID.
           EVALUATE TRUE
             WHEN DB2-CHANGE-UPDATE
               MOVE 'U' TO WS-MATCH-TYPE
               MOVE 'MISSING EHR UPDATE EVENT - RE-SEND' TO RD-REASON
             WHEN DB2-CHANGE-DEACTIVATE
               MOVE 'I' TO WS-MATCH-TYPE
               MOVE 'MISSING EHR DEACTIVATE EVENT - RE-SEND'
                 TO RD-REASON
             WHEN OTHER
               MOVE 'M' TO WS-MATCH-TYPE
               MOVE 'MISSING EHR MERGE EVENT - RE-SEND' TO RD-REASON
           END-EVALUATE.

           PERFORM MATCH-EVENT-FOR-PATIENT.

           IF NOT WS-EVENT-FOUND
             MOVE DB2-CHANGE-PATIENT-ID TO RD-PATIENT-ID
             MOVE RL-DISCREPANCY TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
             MOVE 'N' TO WS-IN-BALANCE-SW
           END-IF.

           PERFORM FETCH-CHANGE.

       CHECK-EACH-CHANGE-EXIT.
           EXIT.

      *================================================================*
       MATCH-EVENT-FOR-PATIENT.
      *================================================================*
      * Linear scan of the day's events for the first one of          *
      * WS-MATCH-TYPE for WS-MATCH-PATIENT-ID not already matched - a *
      * patient updated twice in the day has two events to find.  The *
      * day's volume is small enough that nothing cleverer is worth   *
      * it.                                                            *
      *================================================================*
           MOVE 'N' TO WS-EVENT-FOUND-SW.
           MOVE 1 TO WS-EVENT-IX.
      *================================================================*
       MATCH-ONE-EVENT.
      *================================================================*
           IF WS-EV-PATIENT-ID (WS-EVENT-IX) EQUAL WS-MATCH-PATIENT-ID
              AND WS-EV-TYPE (WS-EVENT-IX) EQUAL WS-MATCH-TYPE
              AND WS-EV-MATCHED (WS-EVENT-IX) EQUAL 'N'
             MOVE 'Y' TO WS-EVENT-FOUND-SW
             MOVE 'Y' TO WS-EV-MATCHED (WS-EVENT-IX)
           ELSE
       REPORT-UNMATCHED-EVENTS.
      *================================================================*
      * Anything still unmatched went to the EHR without a PATIENT    *
      * row or audit row to show for it on the balancing date - worth  *
      * a look before the EHR's reconciliation queries it first.       *
      *================================================================*
           MOVE 1 TO WS-EVENT-IX.
           PERFORM REPORT-ONE-UNMATCHED
      *================================================================*
           IF WS-EV-MATCHED (WS-EVENT-IX) EQUAL 'N'
             MOVE WS-EV-PATIENT-ID (WS-EVENT-IX) TO RD-PATIENT-ID
             EVALUATE WS-EV-TYPE (WS-EVENT-IX)
               WHEN 'U'
                 MOVE 'UPDATE SENT, NO U AUDIT ROW THIS DATE'
                   TO RD-REASON
               WHEN 'I'
                 MOVE 'DEACTIVATION SENT, NO D AUDIT ROW'
                   TO RD-REASON
               WHEN 'M'
                 MOVE 'MERGE SENT, NO M AUDIT ROW THIS DATE'
                   TO RD-REASON
               WHEN OTHER
                 MOVE 'EVENT SENT, NO PATIENT ROW THIS DATE'
                   TO RD-REASON
             END-EVALUATE
             MOVE RL-DISCREPANCY TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
             MOVE 'N' TO WS-IN-BALANCE-SW
             CLOSE NEWPAT-CUR
           END-EXEC.

           EXEC SQL
             CLOSE CHANGE-CUR
           END-EXEC.

           CLOSE CONTROL-IN
           CLOSE TRANSMIT-IN
           CLOSE HELD-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-TOTAL-EVENT-COUNT  TO RN-READ-COUNT
           MOVE WS-PATIENT-COUNT      TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCBLBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-BALANCING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
