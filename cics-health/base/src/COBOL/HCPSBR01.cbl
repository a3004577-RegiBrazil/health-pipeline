      ******************************************************************
      *                                                                *
      *          Pseudonymisation of Long-Inactive Patients            *
      *                                                                *
      *   Batch job that stops us holding identifiable details for a   *
      *  patient who has been inactive for longer than the retention   *
      *  period.  HCARBR01 ages out the VISIT and PATIENT_AUDIT rows,  *
      *  but a deactivated PATIENT row otherwise keeps its name,       *
      *  address, phone, email, insurance card and portal username     *
      *  for ever.  The PATIENTID and every clinical row stay exactly  *
      *  as they are, so the statistics runs still count the patient. *
      *                                                                *
      *   CONTROL-IN carries the retention in days (columns 1-5, zero  *
      *  padded).  Unlike HCARBR01 there is no default - what this job *
      *  does cannot be undone, so a missing or non-numeric card ends  *
      *  the run with RC 8 and nothing changed.                        *
      *                                                                *
      *   A patient is taken when the row is inactive (STATUS 'I'),    *
      *  not already pseudonymised, and nothing has happened to it     *
      *  inside the retention period - no PATIENT_AUDIT row (the 'D'   *
      *  row DPATNT left dates the deactivation), no VISIT and no      *
      *  APPOINTMENT, and any recorded death is older than the period  *
      *  too.  A patient with an open LEGALHOLD row is left alone and  *
      *  named on SYSOUT; the records office places and releases holds *
      *  on LEGALHOLD (PATIENTID, HOLDREF, PLACEDBY, PLACEDDATE,       *
      *  RELEASEDDATE - open while RELEASEDDATE is NULL).              *
      *                                                                *
      *   For each patient taken, in one unit of work:                 *
      *   - PATIENT: first name, address, city, postcode, mobile and   *
      *     email blanked, last name set to PSEUDONYMISED, date of     *
      *     birth cut back to 1 January of the birth year (age bands   *
      *     still work), insurance card and portal username replaced   *
      *     by '*' and the PATIENTID digits (unique, and nothing the   *
      *     desk or the portal can key), the login closed for good     *
      *     (ACCTLOCKED 'C'), the death reporter's name and relation   *
      *     cleared, ROWVERSION moved on, and PSEUDONYMISEDTS stamped  *
      *     - the column that keeps a rerun from taking it again.      *
      *   - PATIENT_AUDIT: the before and after values HCUPDB01 kept   *
      *     of those same columns are cleared; the rows themselves     *
      *     stay, so the trail still shows that a change was made.     *
      *   - PATIENT_AUDIT: a 'P' row, FIELDNAME PSEUDONYMISED, with    *
      *     the retention applied, is written as the audit record.     *
      *                                                                *
      *   Work is committed every few hundred patients.  A failure     *
      *  part way through a patient rolls back to the last commit and  *
      *  ends the run with RC 16; no checkpoint is needed, because the *
      *  rolled-back patients carry no PSEUDONYMISEDTS and are simply  *
      *  taken again by the next run.                                  *
      *                                                                *
      *   PATCACHE still holds the old details until it is rebuilt -   *
      *  the job's next steps redefine it and run HCPCRB01.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPSBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN    ASSIGN TO CTLIN.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-IN
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD.
           03 CI-RETENTION-DAYS     PIC 9(05).
           03 FILLER                PIC X(75).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPSBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-CANDIDATE-EOF      PIC X(01) VALUE 'N'.
              88 WS-CANDIDATE-AT-EOF         VALUE 'Y'.
           03 WS-CONTROL-CARD-SW    PIC X(01) VALUE 'N'.
              88 WS-CONTROL-CARD-OK          VALUE 'Y'.
           03 WS-PATIENT-FAILED-SW  PIC X(01) VALUE 'N'.
              88 WS-PATIENT-FAILED           VALUE 'Y'.
           03 WS-PATIENT-CHANGED-SW PIC X(01) VALUE 'N'.
              88 WS-PATIENT-CHANGED          VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-COMMIT-LIMIT       PIC 9(05) COMP VALUE 500.
           03 WS-UNCOMMITTED        PIC 9(05) COMP VALUE ZERO.
           03 WS-CANDIDATES-READ    PIC 9(07) COMP VALUE ZERO.
           03 WS-PATIENTS-DONE      PIC 9(07) COMP VALUE ZERO.
           03 WS-PATIENTS-LEFT      PIC 9(07) COMP VALUE ZERO.
           03 WS-RETENTION-DISPLAY  PIC 9(05) VALUE ZERO.

      * replacement insurance card number and portal username - '*'
      * is never keyed at the desk or on the portal, and the PATIENTID
      * digits keep each one unique
       01  WS-PSEUDONYM-KEY.
           03 FILLER                PIC X(01) VALUE '*'.
           03 WS-PK-PATIENT-ID      PIC 9(09).

      * the 'P' audit row's NEWVALUE
       01  WS-PSEUDONYM-NOTE.
           03 FILLER                PIC X(10) VALUE 'RETENTION '.
           03 WS-PN-RETENTION-DAYS  PIC 9(05).
           03 FILLER                PIC X(05) VALUE ' DAYS'.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-RETENTION-DAYS     PIC S9(9) COMP.

       01  DB2-CANDIDATE.
           03 DB2-PATIENT-ID         PIC S9(9) COMP.

       01  DB2-PSEUDONYM.
           03 DB2-PSEUDONYM-KEY      PIC X(10).
           03 DB2-PSEUDONYM-NOTE     PIC X(50).
           03 DB2-OPEN-HOLDS         PIC S9(9) COMP.
           03 DB2-BATCH-TERMINAL     PIC X(04) VALUE 'BTCH'.
           03 DB2-BATCH-TASKNUM      PIC S9(9) COMP VALUE ZERO.
           03 DB2-OPERATOR-ID        PIC X(08) VALUE 'HCPSBR01'.

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

      * Inactive, not yet pseudonymised, and untouched for the whole  *
      * retention period.  WITH HOLD so the bounded-unit-of-work       *
      * commits do not close it mid-scan; the updates are by key, so  *
      * the cursor stays read-only and keeps its ORDER BY.            *
           EXEC SQL
             DECLARE PSEUDO-CUR CURSOR WITH HOLD FOR
               SELECT P.PATIENTID
                 FROM PATIENT P
                WHERE P.STATUS = 'I'
                  AND P.PSEUDONYMISEDTS IS NULL
                  AND (P.DATEOFDEATH IS NULL
                    OR P.DATEOFDEATH <
                       CURRENT DATE - :DB2-RETENTION-DAYS DAYS)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM PATIENT_AUDIT A
                        WHERE A.PATIENTID = P.PATIENTID
                          AND A.AUDITTIMESTAMP >=
                              CURRENT TIMESTAMP
                                - :DB2-RETENTION-DAYS DAYS)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM VISIT V
                        WHERE V.PATIENTID = P.PATIENTID
                          AND V.VISITDATE >=
                              CURRENT DATE - :DB2-RETENTION-DAYS DAYS)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM APPOINTMENT AP
                        WHERE AP.PATIENTID = P.PATIENTID
                          AND AP.APPTDATE >=
                              CURRENT DATE - :DB2-RETENTION-DAYS DAYS)
                ORDER BY P.PATIENTID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-PSEUDONYMISE.

           IF WS-CONTROL-CARD-OK
             PERFORM PSEUDONYMISE-PHASE
           END-IF.

           PERFORM TERMINATE-PSEUDONYMISE.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-PSEUDONYMISE.
      *================================================================*
      * Open the control file and pick up the retention period - the  *
      * run goes no further without a usable one.                      *
      *================================================================*
           MOVE 'HCPSBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCPSBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

      * Harden the run-control row now, so that a back-out of a failed
      * unit of work later cannot take it with it
           EXEC SQL
             COMMIT
           END-EXEC.

           OPEN INPUT  CONTROL-IN.

           READ CONTROL-IN
             AT END
               DISPLAY 'HCPSBR01 - NO CONTROL CARD, NOTHING '
                       'PSEUDONYMISED'
               MOVE 8 TO RETURN-CODE
             NOT AT END
               IF CI-RETENTION-DAYS IS NUMERIC
                  AND CI-RETENTION-DAYS GREATER THAN ZERO
                 MOVE CI-RETENTION-DAYS TO DB2-RETENTION-DAYS
                 MOVE CI-RETENTION-DAYS TO WS-RETENTION-DISPLAY
                 MOVE 'Y' TO WS-CONTROL-CARD-SW
                 DISPLAY 'HCPSBR01 - RETENTION PERIOD '
                         WS-RETENTION-DISPLAY ' DAYS'
               ELSE
                 DISPLAY 'HCPSBR01 - CONTROL CARD NOT NUMERIC, '
                         'NOTHING PSEUDONYMISED'
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-READ.

           MOVE WS-RETENTION-DISPLAY TO WS-PN-RETENTION-DAYS.
           MOVE WS-PSEUDONYM-NOTE    TO DB2-PSEUDONYM-NOTE.

       INITIALIZE-PSEUDONYMISE-EXIT.
           EXIT.

      *================================================================*
       PSEUDONYMISE-PHASE.
      *================================================================*
           EXEC SQL
             OPEN PSEUDO-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCPSBR01 - OPEN PSEUDO-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CANDIDATE-EOF
           ELSE
             PERFORM FETCH-CANDIDATE
             PERFORM PSEUDONYMISE-ONE-PATIENT
               UNTIL WS-CANDIDATE-AT-EOF

             EXEC SQL
               CLOSE PSEUDO-CUR
             END-EXEC
           END-IF.

           PERFORM COMMIT-UNIT-OF-WORK.

       PSEUDONYMISE-PHASE-EXIT.
           EXIT.

      *================================================================*
       FETCH-CANDIDATE.
      *================================================================*
           EXEC SQL
             FETCH PSEUDO-CUR
               INTO :DB2-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-CANDIDATES-READ
             WHEN 100
               MOVE 'Y' TO WS-CANDIDATE-EOF
             WHEN OTHER
               DISPLAY 'HCPSBR01 - FETCH PSEUDO-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CANDIDATE-EOF
           END-EVALUATE.

       FETCH-CANDIDATE-EXIT.
           EXIT.

      *================================================================*
       PSEUDONYMISE-ONE-PATIENT.
      *================================================================*
      * A patient under legal hold is skipped and named; any other    *
      * candidate has its PATIENT row and audit values replaced and   *
      * its 'P' audit row written, all three or none.                  *
      *================================================================*
           MOVE 'N' TO WS-PATIENT-FAILED-SW.
           MOVE 'N' TO WS-PATIENT-CHANGED-SW.

           PERFORM CHECK-LEGAL-HOLD.

           IF NOT WS-PATIENT-FAILED
              AND DB2-OPEN-HOLDS GREATER THAN ZERO
             DISPLAY 'HCPSBR01 - PATIENT ' DB2-PATIENT-ID
                     ' ON LEGAL HOLD, NOT PSEUDONYMISED'
             ADD 1 TO WS-PATIENTS-LEFT
           END-IF.

           IF NOT WS-PATIENT-FAILED
              AND DB2-OPEN-HOLDS EQUAL ZERO
             PERFORM REPLACE-PATIENT-DETAILS
             IF NOT WS-PATIENT-FAILED AND NOT WS-PATIENT-CHANGED
               PERFORM CLEAR-AUDIT-VALUES
             END-IF
             IF NOT WS-PATIENT-FAILED AND NOT WS-PATIENT-CHANGED
               PERFORM WRITE-PSEUDONYM-AUDIT
             END-IF
             IF NOT WS-PATIENT-FAILED AND NOT WS-PATIENT-CHANGED
               ADD 1 TO WS-PATIENTS-DONE
               ADD 1 TO WS-UNCOMMITTED
               IF WS-UNCOMMITTED NOT LESS THAN WS-COMMIT-LIMIT
                 PERFORM COMMIT-UNIT-OF-WORK
               END-IF
             END-IF
           END-IF.

           IF WS-PATIENT-FAILED
             PERFORM BACK-OUT-UNIT-OF-WORK
           ELSE
             PERFORM FETCH-CANDIDATE
           END-IF.

       PSEUDONYMISE-ONE-PATIENT-EXIT.
           EXIT.

      *================================================================*
       CHECK-LEGAL-HOLD.
      *================================================================*
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-OPEN-HOLDS
               FROM LEGALHOLD
              WHERE PATIENTID = :DB2-PATIENT-ID
                AND RELEASEDDATE IS NULL
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCPSBR01 - SELECT LEGALHOLD FAILED FOR PATIENT '
                     DB2-PATIENT-ID ', SQLCODE = ' SQLCODE
             MOVE 'Y' TO WS-PATIENT-FAILED-SW
           END-IF.

       CHECK-LEGAL-HOLD-EXIT.
           EXIT.

      *================================================================*
       REPLACE-PATIENT-DETAILS.
      *================================================================*
      * The WHERE repeats the cursor's STATUS and marker tests, so a  *
      * patient reactivated since the scan started is left as it is   *
      * (not found) rather than pseudonymised.                         *
      *================================================================*
           MOVE DB2-PATIENT-ID   TO WS-PK-PATIENT-ID
           MOVE WS-PSEUDONYM-KEY TO DB2-PSEUDONYM-KEY

           EXEC SQL
             UPDATE PATIENT
                SET FIRSTNAME        = ' ',
                    LASTNAME         = 'PSEUDONYMISED',
                    DATEOFBIRTH      = DATEOFBIRTH
                                       - (DAYOFYEAR(DATEOFBIRTH) - 1)
                                         DAYS,
                    INSCARDNUMBER    = :DB2-PSEUDONYM-KEY,
                    ADDRESS          = ' ',
                    CITY             = ' ',
                    POSTCODE         = ' ',
                    PHONEMOBILE      = ' ',
                    EMAILADDRESS     = ' ',
                    USERNAME         = :DB2-PSEUDONYM-KEY,
                    ACCTLOCKED       = 'C',
                    DEATHREPORTEDBY  = NULL,
                    DEATHREPORTERREL = NULL,
                    ROWVERSION       = COALESCE(ROWVERSION, 0) + 1,
                    PSEUDONYMISEDTS  = CURRENT TIMESTAMP
              WHERE PATIENTID = :DB2-PATIENT-ID
                AND STATUS    = 'I'
                AND PSEUDONYMISEDTS IS NULL
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               DISPLAY 'HCPSBR01 - PATIENT ' DB2-PATIENT-ID
                       ' CHANGED SINCE SELECTED, LEFT AS IT IS'
               ADD 1 TO WS-PATIENTS-LEFT
               MOVE 'Y' TO WS-PATIENT-CHANGED-SW
             WHEN OTHER
               DISPLAY 'HCPSBR01 - UPDATE PATIENT FAILED FOR PATIENT '
                       DB2-PATIENT-ID ', SQLCODE = ' SQLCODE
               MOVE 'Y' TO WS-PATIENT-FAILED-SW
           END-EVALUATE.

       REPLACE-PATIENT-DETAILS-EXIT.
           EXIT.

      *================================================================*
       CLEAR-AUDIT-VALUES.
      *================================================================*
      * The update trail's before/after values of the columns just    *
      * replaced.  A patient with no such rows is not an error.        *
      *================================================================*
           EXEC SQL
             UPDATE PATIENT_AUDIT
                SET OLDVALUE = NULL,
                    NEWVALUE = NULL
              WHERE PATIENTID = :DB2-PATIENT-ID
                AND FIELDNAME IN ('FIRSTNAME', 'LASTNAME',
                                  'DATEOFBIRTH', 'INSCARDNUMBER',
                                  'ADDRESS', 'CITY', 'POSTCODE',
                                  'PHONEMOBILE', 'EMAILADDRESS')
           END-EXEC.

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             DISPLAY 'HCPSBR01 - UPDATE AUDIT FAILED FOR PATIENT '
                     DB2-PATIENT-ID ', SQLCODE = ' SQLCODE
             MOVE 'Y' TO WS-PATIENT-FAILED-SW
           END-IF.

       CLEAR-AUDIT-VALUES-EXIT.
           EXIT.

      *================================================================*
       WRITE-PSEUDONYM-AUDIT.
      *================================================================*
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
                         'P',
                         :DB2-BATCH-TERMINAL,
                         :DB2-BATCH-TASKNUM,
                         CURRENT TIMESTAMP,
                         'PSEUDONYMISED',
                         NULL,
                         :DB2-PSEUDONYM-NOTE,
                         :DB2-OPERATOR-ID )
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCPSBR01 - INSERT AUDIT FAILED FOR PATIENT '
                     DB2-PATIENT-ID ', SQLCODE = ' SQLCODE
             MOVE 'Y' TO WS-PATIENT-FAILED-SW
           END-IF.

       WRITE-PSEUDONYM-AUDIT-EXIT.
           EXIT.

      *================================================================*
       COMMIT-UNIT-OF-WORK.
      *================================================================*
      * Harden the patients done since the last commit.  The cursor   *
      * is WITH HOLD, so the scan carries straight on.  A failed      *
      * COMMIT ends the run; the patients it covered are taken again  *
      * next time.                                                     *
      *================================================================*
           IF WS-UNCOMMITTED GREATER THAN ZERO
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCPSBR01 - COMMIT FAILED, SQLCODE = ' SQLCODE
               DISPLAY 'HCPSBR01 - RUN ENDED, RERUN TO FINISH'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE ZERO TO WS-UNCOMMITTED
           END-IF.

       COMMIT-UNIT-OF-WORK-EXIT.
           EXIT.

      *================================================================*
       BACK-OUT-UNIT-OF-WORK.
      *================================================================*
      * A patient half done must not be committed - roll back to the  *
      * last commit, taking the failed patient and the uncommitted    *
      * ones before it, and end the scan.  None of them carries a      *
      * PSEUDONYMISEDTS any more, so the next run takes them again.    *
      *================================================================*
           EXEC SQL
             ROLLBACK
           END-EXEC.

           SUBTRACT WS-UNCOMMITTED FROM WS-PATIENTS-DONE.
           MOVE ZERO TO WS-UNCOMMITTED.
           DISPLAY 'HCPSBR01 - UNCOMMITTED PATIENTS BACKED OUT, '
                   'RERUN TO FINISH'.
           MOVE 16 TO RETURN-CODE.
           MOVE 'Y' TO WS-CANDIDATE-EOF.

       BACK-OUT-UNIT-OF-WORK-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-PSEUDONYMISE.
      *================================================================*
           DISPLAY 'HCPSBR01 - CANDIDATES READ          = '
                   WS-CANDIDATES-READ.
           DISPLAY 'HCPSBR01 - PATIENTS PSEUDONYMISED   = '
                   WS-PATIENTS-DONE.
           DISPLAY 'HCPSBR01 - PATIENTS LEFT AS THEY ARE = '
                   WS-PATIENTS-LEFT.

           CLOSE CONTROL-IN.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-CANDIDATES-READ    TO RN-READ-COUNT
           MOVE WS-PATIENTS-DONE      TO RN-WRITTEN-COUNT
           MOVE WS-PATIENTS-LEFT      TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCPSBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-PSEUDONYMISE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
