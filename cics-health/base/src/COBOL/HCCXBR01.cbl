      ******************************************************************
      *                                                                *
      *           EHR Sharing-Consent Exception Report                 *
      *                                                                *
      *   Lists every patient event HCNPTX01 held back from the        *
      *  regional EHR because the patient has withheld sharing         *
      *  consent - the HCNH held dataset, in the HCEHRXWS layout the   *
      *  transmission itself uses.  Each line names the patient, the   *
      *  kind of event held, when it happened, and when and by whom    *
      *  the consent was withheld, from PATIENT_CONSENT.               *
      *                                                                *
      *   A patient whose consent has since been given (or whose       *
      *  PATIENT_CONSENT row has gone) is flagged for re-sending from  *
      *  the held copy, and the step ends with return code 4 when      *
      *  there is any such line to act on.  Everything else on the     *
      *  report is the feed doing what the patient asked.              *
      *                                                                *
      *   The job is held - return code 12, BATCHRUN status 'H' -      *
      *  until HCNPTX01's drain has completed for the business date,   *
      *  so it never reports a half-written HELDIN.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCXBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-IN       ASSIGN TO HELDIN.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  HELD-IN
           RECORDING MODE IS F.
       01  HELD-IN-RECORD           PIC X(210).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCXBR01------WS'.

      *----------------------------------------------------------------*
      * Held records as HCNPTX01 writes them                           *
      *----------------------------------------------------------------*
       COPY HCEHRXWS.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-HELD-EOF           PIC X(01) VALUE 'N'.
              88 WS-HELD-AT-EOF              VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-HELD-COUNT         PIC 9(07) COMP VALUE ZERO.
           03 WS-REGISTRATION-COUNT PIC 9(07) COMP VALUE ZERO.
           03 WS-UPDATE-COUNT       PIC 9(07) COMP VALUE ZERO.
           03 WS-DEACTIVATION-COUNT PIC 9(07) COMP VALUE ZERO.
           03 WS-MERGE-COUNT        PIC 9(07) COMP VALUE ZERO.
           03 WS-RESEND-COUNT       PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(48)
              VALUE 'EHR EVENTS HELD BACK - NO SHARING CONSENT - RUN '.
           03 RH1-DATE              PIC X(10).
           03 FILLER                PIC X(74) VALUE SPACES.

       01  RL-HEADING-2.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(11) VALUE 'PATIENT ID'.
           03 FILLER                PIC X(32) VALUE 'NAME'.
           03 FILLER                PIC X(13) VALUE 'EVENT'.
           03 FILLER                PIC X(20) VALUE 'EVENT TIME'.
           03 FILLER                PIC X(11) VALUE 'WITHHELD'.
           03 FILLER                PIC X(09) VALUE 'BY'.
           03 FILLER                PIC X(36) VALUE 'STATUS'.

       01  RL-DETAIL.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-LAST-NAME          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-FIRST-NAME         PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-EVENT              PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-EVENT-TIME         PIC X(19).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-CONSENT-DATE       PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-CONSENT-BY         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-STATUS             PIC X(30).
           03 FILLER                PIC X(06) VALUE SPACES.

       01  RL-COUNT-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RC-LABEL              PIC X(30).
           03 RC-COUNT              PIC ZZZZZZ9.
           03 FILLER                PIC X(95) VALUE SPACES.

       01  RL-NOTHING-HELD.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(42)
              VALUE 'NOTHING HELD BACK'.
           03 FILLER                PIC X(90) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID         PIC S9(9) COMP.

       01  DB2-OUT.
           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-FIRST-NAME         PIC X(10).
           03 DB2-SHARE-CONSENT      PIC X(01).
           03 DB2-CONSENT-DATE       PIC X(10).
           03 DB2-CONSENT-BY         PIC X(08).

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

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-REPORT.

           PERFORM REPORT-ONE-HELD-EVENT
             UNTIL WS-HELD-AT-EOF.

           PERFORM TERMINATE-REPORT.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-REPORT.
      *================================================================*
           MOVE 'HCCXBR01' TO RN-JOB-NAME
           MOVE 'HCNPTX01' TO RN-PREDECESSOR
           PERFORM RUN-CONTROL-START.
           IF RN-PREDECESSOR-PENDING
             DISPLAY 'HCCXBR01 - ' RN-PREDECESSOR
                     ' HAS NOT COMPLETED FOR '
                     RN-BUSINESS-DATE ', RUN HELD'
             MOVE RN-RETURN-CODE TO RETURN-CODE
             STOP RUN
           END-IF.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCCXBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  HELD-IN
           OPEN OUTPUT REPORT-OUT.

           MOVE RN-BUSINESS-DATE TO RH1-DATE.
           MOVE RL-HEADING-1     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-HEADING-2     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           PERFORM READ-HELD.

       INITIALIZE-REPORT-EXIT.
           EXIT.

      *================================================================*
       READ-HELD.
      *================================================================*
      * Next held event record.  HCNPTX01 writes no trailer to the    *
      * held dataset, but anything that is not an event record is     *
      * passed over all the same.                                      *
      *================================================================*
           READ HELD-IN INTO XR-EHR-PATIENT-RECORD
             AT END
               MOVE 'Y' TO WS-HELD-EOF
           END-READ.

       READ-HELD-EXIT.
           EXIT.

      *================================================================*
       REPORT-ONE-HELD-EVENT.
      *================================================================*
      * One line per held event, against the patient whose consent    *
      * held it - for a merge the retired record, unless it is the    *
      * survivor that withheld.                                        *
      *================================================================*
           IF XR-REGISTRATION OR XR-UPDATE
              OR XR-DEACTIVATION OR XR-MERGE
             ADD 1 TO WS-HELD-COUNT
             MOVE SPACES TO RL-DETAIL (2:)
             EVALUATE TRUE
               WHEN XR-REGISTRATION
                 ADD 1 TO WS-REGISTRATION-COUNT
                 MOVE 'REGISTRATION' TO RD-EVENT
               WHEN XR-UPDATE
                 ADD 1 TO WS-UPDATE-COUNT
                 MOVE 'UPDATE'       TO RD-EVENT
               WHEN XR-DEACTIVATION
                 ADD 1 TO WS-DEACTIVATION-COUNT
                 MOVE 'DEACTIVATION' TO RD-EVENT
               WHEN OTHER
                 ADD 1 TO WS-MERGE-COUNT
                 MOVE 'MERGE'        TO RD-EVENT
             END-EVALUATE

             IF XR-MERGE
               MOVE XM-RETIRED-PATIENT-ID TO DB2-PATIENT-ID
               MOVE XM-EVENT-TIMESTAMP (1:19) TO RD-EVENT-TIME
               PERFORM LOOK-UP-PATIENT
               IF DB2-SHARE-CONSENT NOT EQUAL 'N'
                 MOVE XM-SURVIVOR-PATIENT-ID TO DB2-PATIENT-ID
                 PERFORM LOOK-UP-PATIENT
               END-IF
             ELSE
               MOVE XR-PATIENT-ID TO DB2-PATIENT-ID
               MOVE XR-EVENT-TIMESTAMP (1:19) TO RD-EVENT-TIME
               PERFORM LOOK-UP-PATIENT
             END-IF

             MOVE DB2-PATIENT-ID    TO RD-PATIENT-ID
             MOVE DB2-LAST-NAME     TO RD-LAST-NAME
             MOVE DB2-FIRST-NAME    TO RD-FIRST-NAME
             MOVE DB2-CONSENT-DATE  TO RD-CONSENT-DATE
             MOVE DB2-CONSENT-BY    TO RD-CONSENT-BY
             IF DB2-SHARE-CONSENT EQUAL 'N'
               MOVE 'SHARING WITHHELD' TO RD-STATUS
             ELSE
               MOVE 'CONSENT NOW GIVEN - RE-SEND' TO RD-STATUS
               ADD 1 TO WS-RESEND-COUNT
             END-IF
             MOVE RL-DETAIL TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
           END-IF.

           PERFORM READ-HELD.

       REPORT-ONE-HELD-EVENT-EXIT.
           EXIT.

      *================================================================*
       LOOK-UP-PATIENT.
      *================================================================*
      * The patient's name and their consent as it stands now.  A     *
      * patient with no PATIENT_CONSENT row reads as consenting; one  *
      * not on PATIENT at all is named as such.                        *
      *================================================================*
           MOVE SPACES TO DB2-OUT.

           EXEC SQL
               SELECT LASTNAME,
                      FIRSTNAME
                 INTO :DB2-LAST-NAME,
                      :DB2-FIRST-NAME
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE '*NOT ON PATIENT*' TO DB2-LAST-NAME
             WHEN OTHER
               DISPLAY 'HCCXBR01 - SELECT PATIENT FAILED, SQLCODE = '
                       SQLCODE
           END-EVALUATE.

           EXEC SQL
               SELECT SHARECONSENT,
                      CONSENTDATE,
                      CONSENTBY
                 INTO :DB2-SHARE-CONSENT,
                      :DB2-CONSENT-DATE,
                      :DB2-CONSENT-BY
                 FROM PATIENT_CONSENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO DB2-SHARE-CONSENT
             WHEN OTHER
               DISPLAY 'HCCXBR01 - SELECT PATIENT_CONSENT FAILED, '
                       'SQLCODE = ' SQLCODE
      * unreadable is not evidence of consent - leave it held
               MOVE 'N' TO DB2-SHARE-CONSENT
           END-EVALUATE.

       LOOK-UP-PATIENT-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-REPORT.
      *================================================================*
      * The tallies by event type; any line to re-send ends the step  *
      * with return code 4 so the scheduler can raise it.             *
      *================================================================*
           IF WS-HELD-COUNT EQUAL ZERO
             MOVE RL-NOTHING-HELD TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
           END-IF.

           MOVE 'REGISTRATIONS HELD BACK  . . .' TO RC-LABEL
           MOVE WS-REGISTRATION-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           MOVE 'UPDATES HELD BACK  . . . . . .' TO RC-LABEL
           MOVE WS-UPDATE-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           MOVE 'DEACTIVATIONS HELD BACK  . . .' TO RC-LABEL
           MOVE WS-DEACTIVATION-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           MOVE 'MERGES HELD BACK . . . . . . .' TO RC-LABEL
           MOVE WS-MERGE-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           MOVE 'CONSENT SINCE GIVEN - RE-SEND.' TO RC-LABEL
           MOVE WS-RESEND-COUNT TO RC-COUNT
           MOVE RL-COUNT-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.

           DISPLAY 'HCCXBR01 - EVENTS HELD BACK = ' WS-HELD-COUNT
                   ' TO RE-SEND = ' WS-RESEND-COUNT.

           IF WS-RESEND-COUNT GREATER THAN ZERO
              AND RETURN-CODE LESS THAN 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE HELD-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-HELD-COUNT         TO RN-READ-COUNT
           MOVE WS-HELD-COUNT         TO RN-WRITTEN-COUNT
           MOVE WS-RESEND-COUNT       TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCCXBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
