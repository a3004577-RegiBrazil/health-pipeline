      ******************************************************************
      *                                                                *
      *              Nightly Insurance Claim Generation Batch          *
      *                                                                *
      *   Batch job that turns every attended encounter into an       *
      *  insurance claim - appointments checked in through KAPPNT     *
      *  (APPOINTMENT status 'A') and clinic visits (VISIT source     *
      *  'C', voided rows excluded).  Each claim is recorded on the   *
      *  CLAIM table (status 'S' submitted, with the amount claimed)  *
      *  and written to a fixed-layout claim file on CLMOUT for the    *
      *  insurer, carrying the patient's insurance card number and    *
      *  the coverage status HCIEBR01 stamped on PATIENT.  The file   *
      *  closes with a control trailer in the HCEHRXWS discipline -   *
      *  encounters read, claims written, exceptions, first and last  *
      *  encounter date, total claimed - so the insurer can reconcile *
      *  receipt.  HCCRBR01 posts the insurer's remittance back.      *
      *                                                                *
      *   An encounter whose patient has no card, coverage never      *
      *  verified, coverage lapsed, or cover that expired before the  *
      *  encounter date is not claimed; it prints on the exception    *
      *  list on RPTOUT instead, and is offered again on later nights *
      *  until the cover is put right or it ages out of the look-back *
      *  window.  An encounter already on CLAIM is never claimed      *
      *  twice - the cursor skips it, and the unique index on         *
      *  ENCOUNTERTYPE/ENCOUNTERID refuses it if it slips through.    *
      *                                                                *
      *   CONTROL-IN carries the appointment fee (columns 1-7,         *
      *  9(05)V99), the clinic visit fee (8-14) and the look-back     *
      *  window in days (15-17).  An empty or non-numeric card falls  *
      *  back to 040.00, 025.00 and 090 days and says so on the job   *
      *  log, the HCRFBR01 convention.                                 *
      *                                                                *
      *   Each claim row is inserted in the same bounded unit of work *
      *  as its claim record, the HCRMBR01 discipline, and the cursor *
      *  is WITH HOLD so the commits do not close it.  The job is     *
      *  held - return code 12, BATCHRUN status 'H' - until HCIEBR01  *
      *  has completed for the business date, so every claim carries *
      *  the coverage verified that night.                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCGBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN    ASSIGN TO CTLIN.
           SELECT CLAIM-OUT     ASSIGN TO CLMOUT.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-IN
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD.
           03 CI-CONTROLS.
              05 CI-APPT-FEE        PIC 9(05)V99.
              05 CI-VISIT-FEE       PIC 9(05)V99.
              05 CI-LOOKBACK-DAYS   PIC 9(03).
           03 CI-CONTROLS-X REDEFINES CI-CONTROLS
                                    PIC X(17).
           03 FILLER                PIC X(63).

       FD  CLAIM-OUT
           RECORDING MODE IS F.
       01  CLAIM-OUT-RECORD         PIC X(120).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCGBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-ENCOUNTER-EOF      PIC X(01) VALUE 'N'.
              88 WS-ENCOUNTER-AT-EOF         VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-COMMIT-LIMIT       PIC 9(05) COMP VALUE 500.
           03 WS-UNCOMMITTED        PIC 9(05) COMP VALUE ZERO.
           03 WS-ENCOUNTERS-READ    PIC 9(07) COMP VALUE ZERO.
           03 WS-CLAIMS-WRITTEN     PIC 9(07) COMP VALUE ZERO.
           03 WS-EXCEPTION-COUNT    PIC 9(07) COMP VALUE ZERO.
           03 WS-DUPLICATE-COUNT    PIC 9(07) COMP VALUE ZERO.
           03 WS-CLAIM-TOTAL        PIC 9(09)V99 VALUE ZERO.
           03 WS-FIRST-DATE         PIC X(10) VALUE HIGH-VALUES.
           03 WS-LAST-DATE          PIC X(10) VALUE LOW-VALUES.
           03 WS-EXCEPTION-TEXT     PIC X(24) VALUE SPACES.
           03 WS-APPT-FEE           PIC 9(05)V99 VALUE 40.00.
           03 WS-VISIT-FEE          PIC 9(05)V99 VALUE 25.00.

      *----------------------------------------------------------------*
      * Claim file layouts - one CL- record per claim, one CT-         *
      * trailer closing the file with the counts, the encounter date   *
      * range and the total claimed, for the insurer to reconcile      *
      *----------------------------------------------------------------*
       01  CL-CLAIM-RECORD.
           03 CL-RECORD-TYPE        PIC X(01) VALUE 'D'.
           03 CL-CLAIM-ID           PIC 9(10).
           03 CL-PATIENT-ID         PIC 9(10).
           03 CL-LAST-NAME          PIC X(20).
           03 CL-FIRST-NAME         PIC X(10).
           03 CL-DOB                PIC X(10).
           03 CL-INS-CARD-NUM       PIC X(10).
           03 CL-COV-STATUS         PIC X(01).
           03 CL-ENCOUNTER-TYPE     PIC X(01).
           03 CL-ENCOUNTER-ID       PIC 9(10).
           03 CL-ENCOUNTER-DATE     PIC X(10).
           03 CL-CLINIC             PIC X(10).
           03 CL-CLAIM-AMOUNT       PIC 9(05)V99.
           03 FILLER                PIC X(10) VALUE SPACES.

       01  CT-CLAIM-TRAILER.
           03 CT-RECORD-TYPE        PIC X(01) VALUE 'T'.
           03 CT-READ-COUNT         PIC 9(07).
           03 CT-WRITTEN-COUNT      PIC 9(07).
           03 CT-EXCEPTION-COUNT    PIC 9(07).
           03 CT-FIRST-DATE         PIC X(10).
           03 CT-LAST-DATE          PIC X(10).
           03 CT-CLAIM-TOTAL        PIC 9(09)V99.
           03 FILLER                PIC X(67) VALUE SPACES.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(38)
                  VALUE 'INSURANCE CLAIMS - EXCEPTIONS FOR RUN '.
           03 RH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(84) VALUE SPACES.

       01  RL-HEADING-2.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(12) VALUE 'PATIENT'.
           03 FILLER                PIC X(32) VALUE 'NAME'.
           03 FILLER                PIC X(14) VALUE 'ENCOUNTER'.
           03 FILLER                PIC X(12) VALUE 'ID'.
           03 FILLER                PIC X(12) VALUE 'DATE'.
           03 FILLER                PIC X(12) VALUE 'CARD'.
           03 FILLER                PIC X(24)
                                     VALUE 'NOT CLAIMED BECAUSE'.
           03 FILLER                PIC X(14) VALUE SPACES.

       01  RL-EXCEPTION-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RE-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RE-LAST-NAME          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RE-FIRST-NAME         PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RE-ENCOUNTER          PIC X(12).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RE-ENCOUNTER-ID       PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RE-ENCOUNTER-DATE     PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RE-CARD               PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RE-REASON             PIC X(24).
           03 FILLER                PIC X(14) VALUE SPACES.

       01  RL-TOTAL-LINE.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(06) VALUE 'READ: '.
           03 RT-READ               PIC ZZZZZZ9.
           03 FILLER                PIC X(10) VALUE ' CLAIMED: '.
           03 RT-CLAIMED            PIC ZZZZZZ9.
           03 FILLER                PIC X(13) VALUE ' EXCEPTIONS: '.
           03 RT-EXCEPTIONS         PIC ZZZZZZ9.
           03 FILLER                PIC X(13) VALUE ' DUPLICATES: '.
           03 RT-DUPLICATES         PIC ZZZZZZ9.
           03 FILLER                PIC X(16) VALUE ' TOTAL CLAIMED: '.
           03 RT-CLAIM-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                PIC X(32) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-LOOKBACK-DAYS      PIC S9(4) COMP.
           03 DB2-TODAY              PIC X(10).
           03 DB2-CLAIM-AMOUNT       PIC S9(5)V99 COMP-3.

       01  DB2-ENCOUNTER.
           03 DB2-ENC-TYPE           PIC X(01).
              88 DB2-ENC-APPOINTMENT          VALUE 'A'.
           03 DB2-ENC-ID             PIC S9(9) COMP.
           03 DB2-ENC-PATIENT-ID     PIC S9(9) COMP.
           03 DB2-ENC-DATE           PIC X(10).
           03 DB2-ENC-CLINIC         PIC X(10).
           03 DB2-FIRST-NAME         PIC X(10).
           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-DOB                PIC X(10).
           03 DB2-INS-CARD-NUM       PIC X(10).
      * coverage facts, NULL until HCIEBR01 first verifies the card
       01  DB2-COV-STATUS            PIC X(01).
       01  IND-COV-STATUS            PIC S9(4) COMP.
       01  DB2-COV-EXPIRY            PIC X(10).
       01  IND-COV-EXPIRY            PIC S9(4) COMP.

       01  DB2-CLAIM-ID              PIC S9(9) COMP.

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

      * Attended appointments and clinic visits inside the look-back
      * window with no claim yet, patient by patient.  WITH HOLD so
      * the bounded-unit-of-work commits below do not close it.
           EXEC SQL
             DECLARE ENCOUNTER-CUR CURSOR WITH HOLD FOR
               SELECT 'A',
                      A.APPTID,
                      A.PATIENTID,
                      A.APPTDATE,
                      A.CLINIC,
                      P.FIRSTNAME,
                      P.LASTNAME,
                      P.DATEOFBIRTH,
                      P.INSCARDNUMBER,
                      P.COVSTATUS,
                      P.COVEXPIRY
                 FROM APPOINTMENT A, PATIENT P
                WHERE P.PATIENTID = A.PATIENTID
                  AND A.STATUS    = 'A'
                  AND A.APPTDATE >=
                      CURRENT DATE - :DB2-LOOKBACK-DAYS DAYS
                  AND NOT EXISTS
                      (SELECT 1
                         FROM CLAIM C
                        WHERE C.ENCOUNTERTYPE = 'A'
                          AND C.ENCOUNTERID   = A.APPTID)
               UNION ALL
               SELECT 'V',
                      V.VISITID,
                      V.PATIENTID,
                      V.VISITDATE,
                      '          ',
                      P.FIRSTNAME,
                      P.LASTNAME,
                      P.DATEOFBIRTH,
                      P.INSCARDNUMBER,
                      P.COVSTATUS,
                      P.COVEXPIRY
                 FROM VISIT V, PATIENT P
                WHERE P.PATIENTID = V.PATIENTID
                  AND COALESCE(V.VISITSOURCE, 'C') = 'C'
                  AND (V.VOIDFLAG IS NULL OR V.VOIDFLAG <> 'Y')
                  AND V.VISITDATE >=
                      CURRENT DATE - :DB2-LOOKBACK-DAYS DAYS
                  AND NOT EXISTS
                      (SELECT 1
                         FROM CLAIM C
                        WHERE C.ENCOUNTERTYPE = 'V'
                          AND C.ENCOUNTERID   = V.VISITID)
                ORDER BY 3, 4, 1, 2
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-CLAIMS.

           PERFORM CLAIM-ONE-ENCOUNTER
             UNTIL WS-ENCOUNTER-AT-EOF.

           PERFORM COMMIT-UNIT-OF-WORK.

           PERFORM TERMINATE-CLAIMS.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-CLAIMS.
      *================================================================*
           MOVE 'HCCGBR01' TO RN-JOB-NAME
           MOVE 'HCIEBR01' TO RN-PREDECESSOR
           PERFORM RUN-CONTROL-START.
           IF RN-PREDECESSOR-PENDING
             DISPLAY 'HCCGBR01 - ' RN-PREDECESSOR
                     ' HAS NOT COMPLETED FOR '
                     RN-BUSINESS-DATE ', RUN HELD'
             MOVE RN-RETURN-CODE TO RETURN-CODE
             STOP RUN
           END-IF.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCCGBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT CLAIM-OUT
           OPEN OUTPUT REPORT-OUT.

           MOVE 90 TO DB2-LOOKBACK-DAYS.
           READ CONTROL-IN
             AT END
               DISPLAY 'HCCGBR01 - NO CONTROL CARD, FEES 040.00/'
                       '025.00, LOOKING BACK 090 DAYS'
             NOT AT END
               IF CI-CONTROLS-X IS NUMERIC
                  AND CI-LOOKBACK-DAYS GREATER THAN ZERO
                 MOVE CI-APPT-FEE      TO WS-APPT-FEE
                 MOVE CI-VISIT-FEE     TO WS-VISIT-FEE
                 MOVE CI-LOOKBACK-DAYS TO DB2-LOOKBACK-DAYS
               ELSE
                 DISPLAY 'HCCGBR01 - CONTROL CARD NOT NUMERIC, FEES '
                         '040.00/025.00, LOOKING BACK 090 DAYS'
               END-IF
           END-READ.

           EXEC SQL
             SET :DB2-TODAY = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           MOVE DB2-TODAY    TO RH1-RUN-DATE.
           MOVE RL-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           EXEC SQL
             OPEN ENCOUNTER-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCCGBR01 - OPEN ENCOUNTER-CUR FAILED, '
                     'SQLCODE = ' SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-ENCOUNTER-EOF
           ELSE
             PERFORM FETCH-ENCOUNTER
           END-IF.

       INITIALIZE-CLAIMS-EXIT.
           EXIT.

      *================================================================*
       FETCH-ENCOUNTER.
      *================================================================*
           EXEC SQL
             FETCH ENCOUNTER-CUR
               INTO :DB2-ENC-TYPE,
                    :DB2-ENC-ID,
                    :DB2-ENC-PATIENT-ID,
                    :DB2-ENC-DATE,
                    :DB2-ENC-CLINIC,
                    :DB2-FIRST-NAME,
                    :DB2-LAST-NAME,
                    :DB2-DOB,
                    :DB2-INS-CARD-NUM,
                    :DB2-COV-STATUS :IND-COV-STATUS,
                    :DB2-COV-EXPIRY :IND-COV-EXPIRY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-ENCOUNTERS-READ
             WHEN 100
               MOVE 'Y' TO WS-ENCOUNTER-EOF
             WHEN OTHER
               DISPLAY 'HCCGBR01 - FETCH ENCOUNTER-CUR FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ENCOUNTER-EOF
           END-EVALUATE.

       FETCH-ENCOUNTER-EXIT.
           EXIT.

      *================================================================*
       CLAIM-ONE-ENCOUNTER.
      *================================================================*
      * Claim the encounter if the patient's cover stands up on the    *
      * encounter date; otherwise list it as an exception.             *
      *================================================================*
           PERFORM CHECK-COVERAGE.

           IF WS-EXCEPTION-TEXT NOT EQUAL SPACES
             PERFORM WRITE-EXCEPTION-LINE
           ELSE
             PERFORM RECORD-CLAIM
           END-IF.

           IF NOT WS-ENCOUNTER-AT-EOF
             PERFORM FETCH-ENCOUNTER
           END-IF.

       CLAIM-ONE-ENCOUNTER-EXIT.
           EXIT.

      *================================================================*
       CHECK-COVERAGE.
      *================================================================*
      * ISO dates compare correctly as characters, so cover that       *
      * expired before the encounter shows as a plain string compare.  *
      *================================================================*
           MOVE SPACES TO WS-EXCEPTION-TEXT.

           EVALUATE TRUE
             WHEN DB2-INS-CARD-NUM EQUAL SPACES
               MOVE 'NO INSURANCE CARD'     TO WS-EXCEPTION-TEXT
             WHEN IND-COV-STATUS LESS THAN ZERO
               MOVE 'COVERAGE NOT VERIFIED' TO WS-EXCEPTION-TEXT
             WHEN DB2-COV-STATUS EQUAL 'L'
               MOVE 'COVERAGE LAPSED'       TO WS-EXCEPTION-TEXT
             WHEN IND-COV-EXPIRY NOT LESS THAN ZERO
                  AND DB2-COV-EXPIRY LESS THAN DB2-ENC-DATE
               MOVE 'EXPIRED BEFORE ENCOUNTER' TO WS-EXCEPTION-TEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       CHECK-COVERAGE-EXIT.
           EXIT.

      *================================================================*
       RECORD-CLAIM.
      *================================================================*
      * Insert the claim row and write its claim record in the same   *
      * unit of work.  A duplicate key means the encounter was claimed *
      * since the cursor opened - it is counted and left alone.       *
      *================================================================*
           IF DB2-ENC-APPOINTMENT
             MOVE WS-APPT-FEE  TO DB2-CLAIM-AMOUNT
           ELSE
             MOVE WS-VISIT-FEE TO DB2-CLAIM-AMOUNT
           END-IF.

           EXEC SQL
             INSERT INTO CLAIM
                       ( CLAIMID,
                         PATIENTID,
                         ENCOUNTERTYPE,
                         ENCOUNTERID,
                         ENCOUNTERDATE,
                         INSCARDNUMBER,
                         COVSTATUS,
                         CLAIMAMOUNT,
                         CLAIMDATE,
                         STATUS,
                         PAIDAMOUNT,
                         UPDATEDTS )
                VALUES ( DEFAULT,
                         :DB2-ENC-PATIENT-ID,
                         :DB2-ENC-TYPE,
                         :DB2-ENC-ID,
                         :DB2-ENC-DATE,
                         :DB2-INS-CARD-NUM,
                         :DB2-COV-STATUS,
                         :DB2-CLAIM-AMOUNT,
                         CURRENT DATE,
                         'S',
                         0,
                         CURRENT TIMESTAMP )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               PERFORM WRITE-CLAIM-RECORD
             WHEN -803
               ADD 1 TO WS-DUPLICATE-COUNT
             WHEN OTHER
               DISPLAY 'HCCGBR01 - INSERT CLAIM FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ENCOUNTER-EOF
           END-EVALUATE.

       RECORD-CLAIM-EXIT.
           EXIT.

      *================================================================*
       WRITE-CLAIM-RECORD.
      *================================================================*
           EXEC SQL
             SET :DB2-CLAIM-ID = IDENTITY_VAL_LOCAL()
           END-EXEC.

           MOVE DB2-CLAIM-ID        TO CL-CLAIM-ID.
           MOVE DB2-ENC-PATIENT-ID  TO CL-PATIENT-ID.
           MOVE DB2-LAST-NAME       TO CL-LAST-NAME.
           MOVE DB2-FIRST-NAME      TO CL-FIRST-NAME.
           MOVE DB2-DOB             TO CL-DOB.
           MOVE DB2-INS-CARD-NUM    TO CL-INS-CARD-NUM.
           MOVE DB2-COV-STATUS      TO CL-COV-STATUS.
           MOVE DB2-ENC-TYPE        TO CL-ENCOUNTER-TYPE.
           MOVE DB2-ENC-ID          TO CL-ENCOUNTER-ID.
           MOVE DB2-ENC-DATE        TO CL-ENCOUNTER-DATE.
           MOVE DB2-ENC-CLINIC      TO CL-CLINIC.
           MOVE DB2-CLAIM-AMOUNT    TO CL-CLAIM-AMOUNT.
           MOVE CL-CLAIM-RECORD     TO CLAIM-OUT-RECORD.
           WRITE CLAIM-OUT-RECORD.

           ADD 1                TO WS-CLAIMS-WRITTEN.
           ADD DB2-CLAIM-AMOUNT TO WS-CLAIM-TOTAL.
           IF DB2-ENC-DATE LESS THAN WS-FIRST-DATE
             MOVE DB2-ENC-DATE TO WS-FIRST-DATE
           END-IF.
           IF DB2-ENC-DATE GREATER THAN WS-LAST-DATE
             MOVE DB2-ENC-DATE TO WS-LAST-DATE
           END-IF.

           ADD 1 TO WS-UNCOMMITTED.
           IF WS-UNCOMMITTED NOT LESS THAN WS-COMMIT-LIMIT
             PERFORM COMMIT-UNIT-OF-WORK
           END-IF.

       WRITE-CLAIM-RECORD-EXIT.
           EXIT.

      *================================================================*
       WRITE-EXCEPTION-LINE.
      *================================================================*
           MOVE DB2-ENC-PATIENT-ID  TO RE-PATIENT-ID.
           MOVE DB2-LAST-NAME       TO RE-LAST-NAME.
           MOVE DB2-FIRST-NAME      TO RE-FIRST-NAME.
           IF DB2-ENC-APPOINTMENT
             MOVE 'APPOINTMENT'     TO RE-ENCOUNTER
           ELSE
             MOVE 'CLINIC VISIT'    TO RE-ENCOUNTER
           END-IF.
           MOVE DB2-ENC-ID          TO RE-ENCOUNTER-ID.
           MOVE DB2-ENC-DATE        TO RE-ENCOUNTER-DATE.
           MOVE DB2-INS-CARD-NUM    TO RE-CARD.
           MOVE WS-EXCEPTION-TEXT   TO RE-REASON.
           MOVE RL-EXCEPTION-LINE   TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT.

       WRITE-EXCEPTION-LINE-EXIT.
           EXIT.

      *================================================================*
       COMMIT-UNIT-OF-WORK.
      *================================================================*
      * Harden the claims recorded so far and let the locks go - the  *
      * cursor is WITH HOLD, so the scan carries straight on.  A      *
      * failed commit ends the run; claims that hardened are skipped  *
      * by the cursor on the rerun, so nothing is claimed twice.      *
      *================================================================*
           IF WS-UNCOMMITTED GREATER THAN ZERO
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCCGBR01 - COMMIT FAILED, SQLCODE = ' SQLCODE
               DISPLAY 'HCCGBR01 - RUN ENDED, RERUN THE JOB'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE ZERO TO WS-UNCOMMITTED
           END-IF.

       COMMIT-UNIT-OF-WORK-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-CLAIMS.
      *================================================================*
           EXEC SQL
             CLOSE ENCOUNTER-CUR
           END-EXEC.

           IF WS-CLAIMS-WRITTEN EQUAL ZERO
             MOVE SPACES TO WS-FIRST-DATE
             MOVE SPACES TO WS-LAST-DATE
           END-IF.
           MOVE WS-ENCOUNTERS-READ  TO CT-READ-COUNT.
           MOVE WS-CLAIMS-WRITTEN   TO CT-WRITTEN-COUNT.
           MOVE WS-EXCEPTION-COUNT  TO CT-EXCEPTION-COUNT.
           MOVE WS-FIRST-DATE       TO CT-FIRST-DATE.
           MOVE WS-LAST-DATE        TO CT-LAST-DATE.
           MOVE WS-CLAIM-TOTAL      TO CT-CLAIM-TOTAL.
           MOVE CT-CLAIM-TRAILER    TO CLAIM-OUT-RECORD.
           WRITE CLAIM-OUT-RECORD.

           MOVE WS-ENCOUNTERS-READ  TO RT-READ.
           MOVE WS-CLAIMS-WRITTEN   TO RT-CLAIMED.
           MOVE WS-EXCEPTION-COUNT  TO RT-EXCEPTIONS.
           MOVE WS-DUPLICATE-COUNT  TO RT-DUPLICATES.
           MOVE WS-CLAIM-TOTAL      TO RT-CLAIM-TOTAL.
           MOVE RL-TOTAL-LINE       TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           DISPLAY 'HCCGBR01 - READ = ' WS-ENCOUNTERS-READ
                   ' CLAIMED = ' WS-CLAIMS-WRITTEN
                   ' EXCEPTIONS = ' WS-EXCEPTION-COUNT
                   ' DUPLICATES = ' WS-DUPLICATE-COUNT.

           CLOSE CONTROL-IN
           CLOSE CLAIM-OUT
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-ENCOUNTERS-READ    TO RN-READ-COUNT
           MOVE WS-CLAIMS-WRITTEN     TO RN-WRITTEN-COUNT
           MOVE WS-EXCEPTION-COUNT    TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCCGBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-CLAIMS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
