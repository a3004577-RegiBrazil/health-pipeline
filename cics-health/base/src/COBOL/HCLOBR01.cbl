      ******************************************************************
      *                                                                *
      *            Daily Laboratory Orders Outstanding Report          *
      *                                                                *
      *   Batch job that lists, each morning, the lab tests the        *
      *  practice is still waiting on and the results it was never     *
      *  waiting for.  The first section is every LABORDER order       *
      *  (raised online by HCLODB01) still ordered or sent with no     *
      *  result, that has been out longer than the test's expected     *
      *  turnaround in days on the LABTEST reference - oldest first,   *
      *  with the ordering clinician and the patient's phone so the    *
      *  clinic can chase the lab or recall the patient.  The second   *
      *  section is every result HCLBBR01 loaded in the look-back      *
      *  window that closed no order - a test nobody here asked for,   *
      *  or one ordered on paper - so it is seen by a clinician        *
      *  rather than filed unread.                                     *
      *                                                                *
      *   CONTROL-IN columns 1-3 carry the look-back window in days    *
      *  for the second section.  An empty or non-numeric card falls   *
      *  back to 001 - the results received since yesterday's run -    *
      *  and says so on the job log, the HCRFBR01 convention.  The     *
      *  job is held - return code 12, BATCHRUN status 'H' - until     *
      *  HCLBBR01 has completed for the business date, so the night's  *
      *  results have closed their orders first, and ends RC 4 when    *
      *  either section lists anything.  A deceased patient's orders   *
      *  are not chased.                                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLOBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN    ASSIGN TO CTLIN.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-IN
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD.
           03 CI-LOOKBACK-DAYS      PIC 9(03).
           03 CI-LOOKBACK-DAYS-X REDEFINES CI-LOOKBACK-DAYS
                                    PIC X(03).
           03 FILLER                PIC X(77).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCLOBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-OVERDUE-EOF        PIC X(01) VALUE 'N'.
              88 WS-OVERDUE-AT-EOF           VALUE 'Y'.
           03 WS-UNORDERED-EOF      PIC X(01) VALUE 'N'.
              88 WS-UNORDERED-AT-EOF         VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-OVERDUE-COUNT      PIC 9(07) COMP VALUE ZERO.
           03 WS-UNORDERED-COUNT    PIC 9(07) COMP VALUE ZERO.
           03 WS-LISTED-COUNT       PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      * An overdue order prints on two lines: the order, then the     *
      * patient and how to reach them.                                 *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(32)
                          VALUE 'LAB ORDERS OUTSTANDING - RUN '.
           03 RH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(90) VALUE SPACES.

       01  RL-OVERDUE-HEADING.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(50)
                VALUE 'ORDERS PAST THE TEST TURNAROUND WITH NO RESULT'.
           03 FILLER                PIC X(82) VALUE SPACES.

       01  RL-OVERDUE-COLUMNS.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(12) VALUE 'ORDER'.
           03 FILLER                PIC X(10) VALUE 'TEST'.
           03 FILLER                PIC X(32) VALUE 'DESCRIPTION'.
           03 FILLER                PIC X(12) VALUE 'ORDERED'.
           03 FILLER                PIC X(03) VALUE 'S'.
           03 FILLER                PIC X(06) VALUE 'DAYS'.
           03 FILLER                PIC X(06) VALUE 'DUE'.
           03 FILLER                PIC X(22) VALUE 'CLINICIAN'.
           03 FILLER                PIC X(29) VALUE SPACES.

       01  RL-OVERDUE-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RO-ORDER-ID           PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RO-TEST-CODE          PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RO-TEST-NAME          PIC X(30).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RO-ORDER-DATE         PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RO-STATUS             PIC X(01).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RO-DAYS               PIC ZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RO-TURNAROUND         PIC ZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RO-CLINICIAN          PIC X(20).
           03 FILLER                PIC X(31) VALUE SPACES.

       01  RL-PATIENT-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(13) VALUE SPACES.
           03 FILLER                PIC X(08) VALUE 'PATIENT '.
           03 RP-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RP-LAST-NAME          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RP-FIRST-NAME         PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 FILLER                PIC X(06) VALUE 'PHONE '.
           03 RP-PHONE-MOBILE       PIC X(20).
           03 FILLER                PIC X(40) VALUE SPACES.

       01  RL-UNORDERED-HEADING.
           03 FILLER                PIC X(01) VALUE '-'.
           03 FILLER                PIC X(50)
                VALUE 'RESULTS RECEIVED WITH NO ORDER BEHIND THEM'.
           03 FILLER                PIC X(82) VALUE SPACES.

       01  RL-UNORDERED-COLUMNS.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(12) VALUE 'PATIENT'.
           03 FILLER                PIC X(32) VALUE 'NAME'.
           03 FILLER                PIC X(10) VALUE 'TEST'.
           03 FILLER                PIC X(32) VALUE 'DESCRIPTION'.
           03 FILLER                PIC X(12) VALUE 'TESTED'.
           03 FILLER                PIC X(12) VALUE 'RESULT'.
           03 FILLER                PIC X(12) VALUE 'RECEIVED'.
           03 FILLER                PIC X(10) VALUE SPACES.

       01  RL-UNORDERED-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RU-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RU-LAST-NAME          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RU-FIRST-NAME         PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RU-TEST-CODE          PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RU-TEST-NAME          PIC X(30).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RU-TEST-DATE          PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RU-RESULT-VALUE       PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RU-RECEIVED-DATE      PIC X(10).
           03 FILLER                PIC X(12) VALUE SPACES.

       01  RL-GRAND-TOTAL.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(20)
                                     VALUE 'ORDERS OVERDUE . . .'.
           03 RG-OVERDUE            PIC ZZZZZZ9.
           03 FILLER                PIC X(24)
                                     VALUE '   RESULTS WITH NO ORDER'.
           03 RG-UNORDERED          PIC ZZZZZZ9.
           03 FILLER                PIC X(74) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-RUN-DATE           PIC X(10).
           03 DB2-LOOKBACK-DAYS      PIC S9(4) COMP.

       01  DB2-OVERDUE.
           03 DB2-ORDER-ID           PIC S9(9) COMP.
           03 DB2-PATIENT-ID         PIC S9(9) COMP.
           03 DB2-TEST-CODE          PIC X(08).
           03 DB2-TEST-NAME          PIC X(30).
           03 DB2-ORDER-DATE         PIC X(10).
           03 DB2-STATUS             PIC X(01).
           03 DB2-DAYS-OUT           PIC S9(9) COMP.
           03 DB2-TURNAROUND         PIC S9(4) COMP.
           03 DB2-CLINICIAN          PIC X(20).
           03 DB2-FIRST-NAME         PIC X(10).
           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-PHONE-MOBILE       PIC X(20).

       01  DB2-UNORDERED.
           03 DB2-RES-PATIENT-ID     PIC S9(9) COMP.
           03 DB2-RES-TEST-CODE      PIC X(08).
           03 DB2-RES-TEST-NAME      PIC X(30).
           03 DB2-RES-TEST-DATE      PIC X(10).
           03 DB2-RES-VALUE          PIC X(10).
           03 DB2-RES-RECEIVED       PIC X(10).
           03 DB2-RES-FIRST-NAME     PIC X(10).
           03 DB2-RES-LAST-NAME      PIC X(20).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every order still waiting on its result past the turnaround
      * the LABTEST reference gives for the test, oldest first
           EXEC SQL
             DECLARE OVERDUE-CUR CURSOR FOR
               SELECT O.ORDERID,
                      O.PATIENTID,
                      O.TESTCODE,
                      T.TESTNAME,
                      O.ORDERDATE,
                      O.STATUS,
                      DAYS(CURRENT DATE) - DAYS(O.ORDERDATE),
                      T.TURNDAYS,
                      O.CLINICIAN,
                      P.FIRSTNAME,
                      P.LASTNAME,
                      P.PHONEMOBILE
                 FROM LABORDER O, LABTEST T, PATIENT P
                WHERE T.TESTCODE  = O.TESTCODE
                  AND P.PATIENTID = O.PATIENTID
                  AND O.STATUS IN ('O', 'S')
                  AND P.DATEOFDEATH IS NULL
                  AND DAYS(CURRENT DATE) - DAYS(O.ORDERDATE)
                      > T.TURNDAYS
                ORDER BY O.ORDERDATE, O.ORDERID
           END-EXEC.

      * Results received in the look-back window that no order has
      * claimed - HCLBBR01 stamps LABRESULTID on the order it closes
           EXEC SQL
             DECLARE UNORDERED-CUR CURSOR FOR
               SELECT R.PATIENTID,
                      R.TESTCODE,
                      R.TESTNAME,
                      R.TESTDATE,
                      R.RESULTVALUE,
                      CHAR(DATE(R.RECEIVEDTS), ISO),
                      P.FIRSTNAME,
                      P.LASTNAME
                 FROM LABRESULT R, PATIENT P
                WHERE P.PATIENTID = R.PATIENTID
                  AND DATE(R.RECEIVEDTS) >=
                      CURRENT DATE - :DB2-LOOKBACK-DAYS DAYS
                  AND NOT EXISTS
                      (SELECT 1
                         FROM LABORDER O
                        WHERE O.LABRESULTID = R.LABRESULTID)
                ORDER BY R.PATIENTID, R.TESTDATE, R.TESTCODE
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-OUTSTANDING.

           PERFORM LIST-OVERDUE-ORDERS.

           PERFORM LIST-UNORDERED-RESULTS.

           PERFORM TERMINATE-OUTSTANDING.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-OUTSTANDING.
      *================================================================*
           MOVE 'HCLOBR01' TO RN-JOB-NAME
           MOVE 'HCLBBR01' TO RN-PREDECESSOR
           PERFORM RUN-CONTROL-START.
           IF RN-PREDECESSOR-PENDING
             DISPLAY 'HCLOBR01 - ' RN-PREDECESSOR
                     ' HAS NOT COMPLETED FOR '
                     RN-BUSINESS-DATE ', RUN HELD'
             MOVE RN-RETURN-CODE TO RETURN-CODE
             STOP RUN
           END-IF.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCLOBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT.

           MOVE 1 TO DB2-LOOKBACK-DAYS.
           READ CONTROL-IN
             AT END
               DISPLAY 'HCLOBR01 - NO CONTROL CARD, LOOKING BACK '
                       '001 DAYS'
             NOT AT END
               IF CI-LOOKBACK-DAYS-X IS NUMERIC
                  AND CI-LOOKBACK-DAYS GREATER THAN ZERO
                 MOVE CI-LOOKBACK-DAYS TO DB2-LOOKBACK-DAYS
               ELSE
                 DISPLAY 'HCLOBR01 - CONTROL CARD NOT NUMERIC, '
                         'LOOKING BACK 001 DAYS'
               END-IF
           END-READ.

           EXEC SQL
             SET :DB2-RUN-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           MOVE DB2-RUN-DATE TO RH1-RUN-DATE.
           MOVE RL-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

       INITIALIZE-OUTSTANDING-EXIT.
           EXIT.

      *================================================================*
       LIST-OVERDUE-ORDERS.
      *================================================================*
           MOVE RL-OVERDUE-HEADING TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-OVERDUE-COLUMNS TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           EXEC SQL
             OPEN OVERDUE-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCLOBR01 - OPEN OVERDUE-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM FETCH-OVERDUE
             PERFORM WRITE-OVERDUE-LINES
               UNTIL WS-OVERDUE-AT-EOF
             EXEC SQL
               CLOSE OVERDUE-CUR
             END-EXEC
           END-IF.

       LIST-OVERDUE-ORDERS-EXIT.
           EXIT.

      *================================================================*
       FETCH-OVERDUE.
      *================================================================*
           EXEC SQL
             FETCH OVERDUE-CUR
               INTO :DB2-ORDER-ID,
                    :DB2-PATIENT-ID,
                    :DB2-TEST-CODE,
                    :DB2-TEST-NAME,
                    :DB2-ORDER-DATE,
                    :DB2-STATUS,
                    :DB2-DAYS-OUT,
                    :DB2-TURNAROUND,
                    :DB2-CLINICIAN,
                    :DB2-FIRST-NAME,
                    :DB2-LAST-NAME,
                    :DB2-PHONE-MOBILE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-OVERDUE-EOF
             WHEN OTHER
               DISPLAY 'HCLOBR01 - FETCH OVERDUE-CUR FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-OVERDUE-EOF
           END-EVALUATE.

       FETCH-OVERDUE-EXIT.
           EXIT.

      *================================================================*
       WRITE-OVERDUE-LINES.
      *================================================================*
           MOVE DB2-ORDER-ID        TO RO-ORDER-ID.
           MOVE DB2-TEST-CODE       TO RO-TEST-CODE.
           MOVE DB2-TEST-NAME       TO RO-TEST-NAME.
           MOVE DB2-ORDER-DATE      TO RO-ORDER-DATE.
           MOVE DB2-STATUS          TO RO-STATUS.
           MOVE DB2-DAYS-OUT        TO RO-DAYS.
           MOVE DB2-TURNAROUND      TO RO-TURNAROUND.
           MOVE DB2-CLINICIAN       TO RO-CLINICIAN.
           MOVE RL-OVERDUE-LINE     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           MOVE DB2-PATIENT-ID      TO RP-PATIENT-ID.
           MOVE DB2-LAST-NAME       TO RP-LAST-NAME.
           MOVE DB2-FIRST-NAME      TO RP-FIRST-NAME.
           MOVE DB2-PHONE-MOBILE    TO RP-PHONE-MOBILE.
           MOVE RL-PATIENT-LINE     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           ADD 1 TO WS-OVERDUE-COUNT.

           PERFORM FETCH-OVERDUE.

       WRITE-OVERDUE-LINES-EXIT.
           EXIT.

      *================================================================*
       LIST-UNORDERED-RESULTS.
      *================================================================*
           MOVE RL-UNORDERED-HEADING TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-UNORDERED-COLUMNS TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           EXEC SQL
             OPEN UNORDERED-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCLOBR01 - OPEN UNORDERED-CUR FAILED, '
                     'SQLCODE = ' SQLCODE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM FETCH-UNORDERED
             PERFORM WRITE-UNORDERED-LINE
               UNTIL WS-UNORDERED-AT-EOF
             EXEC SQL
               CLOSE UNORDERED-CUR
             END-EXEC
           END-IF.

       LIST-UNORDERED-RESULTS-EXIT.
           EXIT.

      *================================================================*
       FETCH-UNORDERED.
      *================================================================*
           EXEC SQL
             FETCH UNORDERED-CUR
               INTO :DB2-RES-PATIENT-ID,
                    :DB2-RES-TEST-CODE,
                    :DB2-RES-TEST-NAME,
                    :DB2-RES-TEST-DATE,
                    :DB2-RES-VALUE,
                    :DB2-RES-RECEIVED,
                    :DB2-RES-FIRST-NAME,
                    :DB2-RES-LAST-NAME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-UNORDERED-EOF
             WHEN OTHER
               DISPLAY 'HCLOBR01 - FETCH UNORDERED-CUR FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-UNORDERED-EOF
           END-EVALUATE.

       FETCH-UNORDERED-EXIT.
           EXIT.

      *================================================================*
       WRITE-UNORDERED-LINE.
      *================================================================*
           MOVE DB2-RES-PATIENT-ID  TO RU-PATIENT-ID.
           MOVE DB2-RES-LAST-NAME   TO RU-LAST-NAME.
           MOVE DB2-RES-FIRST-NAME  TO RU-FIRST-NAME.
           MOVE DB2-RES-TEST-CODE   TO RU-TEST-CODE.
           MOVE DB2-RES-TEST-NAME   TO RU-TEST-NAME.
           MOVE DB2-RES-TEST-DATE   TO RU-TEST-DATE.
           MOVE DB2-RES-VALUE       TO RU-RESULT-VALUE.
           MOVE DB2-RES-RECEIVED    TO RU-RECEIVED-DATE.
           MOVE RL-UNORDERED-LINE   TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           ADD 1 TO WS-UNORDERED-COUNT.

           PERFORM FETCH-UNORDERED.

       WRITE-UNORDERED-LINE-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-OUTSTANDING.
      *================================================================*
           MOVE WS-OVERDUE-COUNT    TO RG-OVERDUE.
           MOVE WS-UNORDERED-COUNT  TO RG-UNORDERED.
           MOVE RL-GRAND-TOTAL      TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           DISPLAY 'HCLOBR01 - ORDERS OVERDUE = ' WS-OVERDUE-COUNT
                   ' RESULTS WITH NO ORDER = ' WS-UNORDERED-COUNT.

           ADD WS-OVERDUE-COUNT WS-UNORDERED-COUNT
             GIVING WS-LISTED-COUNT.
           IF WS-LISTED-COUNT GREATER THAN ZERO
              AND RETURN-CODE LESS THAN 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CONTROL-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-OVERDUE-COUNT      TO RN-READ-COUNT
           MOVE WS-LISTED-COUNT       TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCLOBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-OUTSTANDING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
