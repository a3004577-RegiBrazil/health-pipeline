      ******************************************************************
      *                                                                *
      *              Nightly Laboratory Order Transmission             *
      *                                                                *
      *   Batch job that sends the lab every test ordered online       *
      *  through HCLODB01 and not yet sent - LABORDER status 'O' -    *
      *  as a fixed-layout order record on ORDOUT: the order id the    *
      *  lab quotes back, the patient's identity from PATIENT, the     *
      *  test code and its LABTEST name, the ordering clinician, the   *
      *  order date and the clinical notes.  Each order is marked S    *
      *  sent, with the date, in the same bounded unit of work as its  *
      *  record, the HCRMBR01 discipline, and the cursor is WITH HOLD  *
      *  so the commits do not close it; an order cancelled since the  *
      *  cursor opened is left alone and counted.  The file closes    *
      *  with a control trailer in the HCEHRXWS discipline - orders    *
      *  read, orders written, first and last order date - so the     *
      *  lab can reconcile receipt.  RPTOUT lists every order sent.    *
      *                                                                *
      *   A deceased patient's orders are not sent; they stay open     *
      *  until the desk cancels them.                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLXBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-OUT     ASSIGN TO ORDOUT.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-OUT
           RECORDING MODE IS F.
       01  ORDER-OUT-RECORD         PIC X(200).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCLXBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-ORDER-EOF          PIC X(01) VALUE 'N'.
              88 WS-ORDER-AT-EOF             VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-COMMIT-LIMIT       PIC 9(05) COMP VALUE 500.
           03 WS-UNCOMMITTED        PIC 9(05) COMP VALUE ZERO.
           03 WS-ORDERS-READ        PIC 9(07) COMP VALUE ZERO.
           03 WS-ORDERS-SENT        PIC 9(07) COMP VALUE ZERO.
           03 WS-CANCELLED-COUNT    PIC 9(07) COMP VALUE ZERO.
           03 WS-FIRST-DATE         PIC X(10) VALUE HIGH-VALUES.
           03 WS-LAST-DATE          PIC X(10) VALUE LOW-VALUES.

      *----------------------------------------------------------------*
      * Order file layouts - one OR- record per test ordered, one OT-  *
      * trailer closing the file with the counts and the order date    *
      * range, for the lab to reconcile                                *
      *----------------------------------------------------------------*
       01  OR-ORDER-RECORD.
           03 OR-RECORD-TYPE        PIC X(01) VALUE 'D'.
           03 OR-ORDER-ID           PIC 9(10).
           03 OR-PATIENT-ID         PIC 9(10).
           03 OR-LAST-NAME          PIC X(20).
           03 OR-FIRST-NAME         PIC X(10).
           03 OR-DOB                PIC X(10).
           03 OR-TEST-CODE          PIC X(08).
           03 OR-TEST-NAME          PIC X(30).
           03 OR-CLINICIAN          PIC X(20).
           03 OR-ORDER-DATE         PIC X(10).
           03 OR-NOTES              PIC X(50).
           03 FILLER                PIC X(21) VALUE SPACES.

       01  OT-ORDER-TRAILER.
           03 OT-RECORD-TYPE        PIC X(01) VALUE 'T'.
           03 OT-READ-COUNT         PIC 9(07).
           03 OT-WRITTEN-COUNT      PIC 9(07).
           03 OT-FIRST-DATE         PIC X(10).
           03 OT-LAST-DATE          PIC X(10).
           03 FILLER                PIC X(165) VALUE SPACES.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(34)
                  VALUE 'LAB ORDERS SENT TO THE LAB - RUN '.
           03 RH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(88) VALUE SPACES.

       01  RL-HEADING-2.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(12) VALUE 'ORDER'.
           03 FILLER                PIC X(12) VALUE 'PATIENT'.
           03 FILLER                PIC X(32) VALUE 'NAME'.
           03 FILLER                PIC X(10) VALUE 'TEST'.
           03 FILLER                PIC X(32) VALUE 'DESCRIPTION'.
           03 FILLER                PIC X(12) VALUE 'ORDERED'.
           03 FILLER                PIC X(22) VALUE 'CLINICIAN'.

       01  RL-DETAIL-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-ORDER-ID           PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-LAST-NAME          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-FIRST-NAME         PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-TEST-CODE          PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-TEST-NAME          PIC X(30).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-ORDER-DATE         PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-CLINICIAN          PIC X(20).
           03 FILLER                PIC X(02) VALUE SPACES.

       01  RL-TOTAL-LINE.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(06) VALUE 'READ: '.
           03 RT-READ               PIC ZZZZZZ9.
           03 FILLER                PIC X(07) VALUE ' SENT: '.
           03 RT-SENT               PIC ZZZZZZ9.
           03 FILLER                PIC X(19)
                                     VALUE ' CANCELLED UNSENT: '.
           03 RT-CANCELLED          PIC ZZZZZZ9.
           03 FILLER                PIC X(79) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-TODAY              PIC X(10).

       01  DB2-ORDER.
           03 DB2-ORDER-ID           PIC S9(9) COMP.
           03 DB2-PATIENT-ID         PIC S9(9) COMP.
           03 DB2-TEST-CODE          PIC X(08).
           03 DB2-TEST-NAME          PIC X(30).
           03 DB2-CLINICIAN          PIC X(20).
           03 DB2-ORDER-DATE         PIC X(10).
           03 DB2-NOTES              PIC X(50).
           03 DB2-FIRST-NAME         PIC X(10).
           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-DOB                PIC X(10).

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

      * Every order not yet sent, oldest first.  WITH HOLD so the
      * bounded-unit-of-work commits below do not close it.
           EXEC SQL
             DECLARE ORDER-CUR CURSOR WITH HOLD FOR
               SELECT O.ORDERID,
                      O.PATIENTID,
                      O.TESTCODE,
                      T.TESTNAME,
                      O.CLINICIAN,
                      O.ORDERDATE,
                      O.NOTES,
                      P.FIRSTNAME,
                      P.LASTNAME,
                      P.DATEOFBIRTH
                 FROM LABORDER O, LABTEST T, PATIENT P
                WHERE T.TESTCODE  = O.TESTCODE
                  AND P.PATIENTID = O.PATIENTID
                  AND O.STATUS    = 'O'
                  AND P.DATEOFDEATH IS NULL
                ORDER BY O.ORDERDATE, O.ORDERID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-TRANSMIT.

           PERFORM SEND-ONE-ORDER
             UNTIL WS-ORDER-AT-EOF.

           PERFORM COMMIT-UNIT-OF-WORK.

           PERFORM TERMINATE-TRANSMIT.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-TRANSMIT.
      *================================================================*
           MOVE 'HCLXBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCLXBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN OUTPUT ORDER-OUT
           OPEN OUTPUT REPORT-OUT.

           EXEC SQL
             SET :DB2-TODAY = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           MOVE DB2-TODAY    TO RH1-RUN-DATE.
           MOVE RL-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           EXEC SQL
             OPEN ORDER-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCLXBR01 - OPEN ORDER-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-ORDER-EOF
           ELSE
             PERFORM FETCH-ORDER
           END-IF.

       INITIALIZE-TRANSMIT-EXIT.
           EXIT.

      *================================================================*
       FETCH-ORDER.
      *================================================================*
           EXEC SQL
             FETCH ORDER-CUR
               INTO :DB2-ORDER-ID,
                    :DB2-PATIENT-ID,
                    :DB2-TEST-CODE,
                    :DB2-TEST-NAME,
                    :DB2-CLINICIAN,
                    :DB2-ORDER-DATE,
                    :DB2-NOTES,
                    :DB2-FIRST-NAME,
                    :DB2-LAST-NAME,
                    :DB2-DOB
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-ORDERS-READ
             WHEN 100
               MOVE 'Y' TO WS-ORDER-EOF
             WHEN OTHER
               DISPLAY 'HCLXBR01 - FETCH ORDER-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-EOF
           END-EVALUATE.

       FETCH-ORDER-EXIT.
           EXIT.

      *================================================================*
       SEND-ONE-ORDER.
      *================================================================*
      * Mark the order sent and write its record in the same unit of  *
      * work.  The status test on the update means an order cancelled *
      * online since the cursor opened is counted and not sent.       *
      *================================================================*
           EXEC SQL
             UPDATE LABORDER
                SET STATUS    = 'S',
                    SENTDATE  = CURRENT DATE,
                    UPDATEDBY = 'HCLXBR01',
                    UPDATEDTS = CURRENT TIMESTAMP
              WHERE ORDERID = :DB2-ORDER-ID
                AND STATUS  = 'O'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-ORDER-RECORD
             WHEN 100
               ADD 1 TO WS-CANCELLED-COUNT
             WHEN OTHER
               DISPLAY 'HCLXBR01 - UPDATE LABORDER FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ORDER-EOF
           END-EVALUATE.

           IF NOT WS-ORDER-AT-EOF
             PERFORM FETCH-ORDER
           END-IF.

       SEND-ONE-ORDER-EXIT.
           EXIT.

      *================================================================*
       WRITE-ORDER-RECORD.
      *================================================================*
           MOVE DB2-ORDER-ID        TO OR-ORDER-ID.
           MOVE DB2-PATIENT-ID      TO OR-PATIENT-ID.
           MOVE DB2-LAST-NAME       TO OR-LAST-NAME.
           MOVE DB2-FIRST-NAME      TO OR-FIRST-NAME.
           MOVE DB2-DOB             TO OR-DOB.
           MOVE DB2-TEST-CODE       TO OR-TEST-CODE.
           MOVE DB2-TEST-NAME       TO OR-TEST-NAME.
           MOVE DB2-CLINICIAN       TO OR-CLINICIAN.
           MOVE DB2-ORDER-DATE      TO OR-ORDER-DATE.
           MOVE DB2-NOTES           TO OR-NOTES.
           MOVE OR-ORDER-RECORD     TO ORDER-OUT-RECORD.
           WRITE ORDER-OUT-RECORD.

           MOVE DB2-ORDER-ID        TO RD-ORDER-ID.
           MOVE DB2-PATIENT-ID      TO RD-PATIENT-ID.
           MOVE DB2-LAST-NAME       TO RD-LAST-NAME.
           MOVE DB2-FIRST-NAME      TO RD-FIRST-NAME.
           MOVE DB2-TEST-CODE       TO RD-TEST-CODE.
           MOVE DB2-TEST-NAME       TO RD-TEST-NAME.
           MOVE DB2-ORDER-DATE      TO RD-ORDER-DATE.
           MOVE DB2-CLINICIAN       TO RD-CLINICIAN.
           MOVE RL-DETAIL-LINE      TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           ADD 1 TO WS-ORDERS-SENT.
           IF DB2-ORDER-DATE LESS THAN WS-FIRST-DATE
             MOVE DB2-ORDER-DATE TO WS-FIRST-DATE
           END-IF.
           IF DB2-ORDER-DATE GREATER THAN WS-LAST-DATE
             MOVE DB2-ORDER-DATE TO WS-LAST-DATE
           END-IF.

           ADD 1 TO WS-UNCOMMITTED.
           IF WS-UNCOMMITTED NOT LESS THAN WS-COMMIT-LIMIT
             PERFORM COMMIT-UNIT-OF-WORK
           END-IF.

       WRITE-ORDER-RECORD-EXIT.
           EXIT.

      *================================================================*
       COMMIT-UNIT-OF-WORK.
      *================================================================*
      * Harden the orders marked sent so far and let the locks go -   *
      * the cursor is WITH HOLD, so the scan carries straight on.  A  *
      * failed commit ends the run; orders that hardened as sent are  *
      * not picked up again on the rerun, so none is sent twice.      *
      *================================================================*
           IF WS-UNCOMMITTED GREATER THAN ZERO
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCLXBR01 - COMMIT FAILED, SQLCODE = ' SQLCODE
               DISPLAY 'HCLXBR01 - RUN ENDED, RERUN THE JOB'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE ZERO TO WS-UNCOMMITTED
           END-IF.

       COMMIT-UNIT-OF-WORK-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-TRANSMIT.
      *================================================================*
           EXEC SQL
             CLOSE ORDER-CUR
           END-EXEC.

           IF WS-ORDERS-SENT EQUAL ZERO
             MOVE SPACES TO WS-FIRST-DATE
             MOVE SPACES TO WS-LAST-DATE
           END-IF.
           MOVE WS-ORDERS-READ      TO OT-READ-COUNT.
           MOVE WS-ORDERS-SENT      TO OT-WRITTEN-COUNT.
           MOVE WS-FIRST-DATE       TO OT-FIRST-DATE.
           MOVE WS-LAST-DATE        TO OT-LAST-DATE.
           MOVE OT-ORDER-TRAILER    TO ORDER-OUT-RECORD.
           WRITE ORDER-OUT-RECORD.

           MOVE WS-ORDERS-READ      TO RT-READ.
           MOVE WS-ORDERS-SENT      TO RT-SENT.
           MOVE WS-CANCELLED-COUNT  TO RT-CANCELLED.
           MOVE RL-TOTAL-LINE       TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           DISPLAY 'HCLXBR01 - READ = ' WS-ORDERS-READ
                   ' SENT = ' WS-ORDERS-SENT
                   ' CANCELLED = ' WS-CANCELLED-COUNT.

           CLOSE ORDER-OUT
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-ORDERS-READ        TO RN-READ-COUNT
           MOVE WS-ORDERS-SENT        TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCLXBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-TRANSMIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
