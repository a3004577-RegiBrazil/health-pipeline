      *             Patient Clinical Summary Batch Report              *
      *                                                                *
      *   Batch job that, for each control card on CONTROL-IN, pulls   *
      *  one patient's demographic row together with their recorded    *
      *  allergies, active medications, most recent visit vitals and   *
      *  configured thresholds into one printed summary.  A card       *
      *  either names a single PATIENTID or a VISITDATE range, in      *
      *  which case every patient with a visit in that range gets a    *
      *  summary printed.                                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 WS-MEDICATION-FOUND-SW PIC X(01) VALUE 'N'.
              88 WS-MEDICATION-FOUND         VALUE 'Y'.
              88 WS-MEDICATION-SQL-ERROR     VALUE 'E'.
           03 WS-ALLERGY-EOF        PIC X(01) VALUE 'N'.
              88 WS-ALLERGY-AT-EOF           VALUE 'Y'.
           03 WS-ALLERGY-FOUND-SW   PIC X(01) VALUE 'N'.
              88 WS-ALLERGY-FOUND            VALUE 'Y'.
              88 WS-ALLERGY-SQL-ERROR        VALUE 'E'.
           03 WS-VISIT-EOF          PIC X(01) VALUE 'N'.
              88 WS-VISIT-AT-EOF             VALUE 'Y'.
           03 WS-VISIT-FOUND-SW     PIC X(01) VALUE 'N'.
           03 WS-CARD-SEQ           PIC 9(05) COMP VALUE ZERO.
           03 WS-RESTART-CARD-SEQ   PIC 9(05) COMP VALUE ZERO.
           03 WS-RESTART-PATIENTID  PIC 9(10) VALUE ZERO.
           03 WS-SUMMARIES-PRINTED  PIC 9(07) COMP VALUE ZERO.
           03 WS-CARDS-REJECTED     PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
           03 FILLER                PIC X(12) VALUE 'NONE ON FILE'.
           03 FILLER                PIC X(101) VALUE SPACES.

       01  RL-ALLERGY-HEADING.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(10) VALUE 'ALLERGIES:'.
           03 FILLER                PIC X(122) VALUE SPACES.

       01  RL-ALLERGY-DETAIL.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 RAL-ALLERGEN          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RAL-TYPE              PIC X(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RAL-SEVERITY          PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RAL-REACTION          PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RAL-RECORDED-DATE     PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RAL-RECORDED-BY       PIC X(08).
           03 FILLER                PIC X(44) VALUE SPACES.

       01  RL-MED-HEADING.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(19)
       01  DB2-PATIENT-INDICATORS.
           03 IND-COV-STATUS         PIC S9(4) COMP.
           03 IND-COV-EXPIRY         PIC S9(4) COMP.
      * Host variables for the active-allergy cursor
       01  DB2-ALLERGY.
           03 DB2-ALG-ALLERGEN       PIC X(20).
           03 DB2-ALG-TYPE           PIC X(01).
           03 DB2-ALG-REACTION       PIC X(30).
           03 DB2-ALG-SEVERITY       PIC X(01).
           03 DB2-ALG-RECORDED-DATE  PIC X(10).
           03 DB2-ALG-RECORDED-BY    PIC X(08).
      * Host variables for the active-medication cursor
       01  DB2-MEDICATION.
           03 DB2-MED-DRUG-NAME      PIC X(50).
           03 DB2-CON-RELATION       PIC X(15).
           03 DB2-CON-PHONE          PIC X(20).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
                ORDER BY PATIENTID
           END-EXEC.

      * Allergies still active on the register (not withdrawn) for
      * the patient currently being summarised, severe ones first
           EXEC SQL
             DECLARE ALLERGY-CUR CURSOR FOR
               SELECT ALLERGEN, ALLERGENTYPE, REACTION, SEVERITY,
                      RECORDEDDATE, RECORDEDBY
                 FROM ALLERGY
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'A'
                ORDER BY SEVERITY DESC, ALLERGEN
           END-EXEC.

      * Medications still active (no end date, or one in the future,
      * and not discontinued early) for the patient currently being
      * summarised - rows predating the STATUS column count as active
      * of this job that abended partway through, and prime the first  *
      * control card.                                                  *
      *================================================================*
           MOVE 'HCCSBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCCSBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT
           OPEN INPUT  CHECKPOINT-IN
               ELSE
                 DISPLAY 'HCCSBR01 - INVALID CONTROL CARD, TYPE = '
                         CI-SELECT-TYPE
                 ADD 1 TO WS-CARDS-REJECTED
               END-IF
             END-IF
           END-IF.
       PRINT-PATIENT-SUMMARY.
      *================================================================*
      * One full clinical snapshot for the patient in DB2-PATIENT-ID - *
      * demographic row, allergies, active medications, recent vitals *
      * and the thresholds a breach would be measured against.        *
      *================================================================*
           ADD 1 TO WS-SUMMARIES-PRINTED.
           PERFORM GET-PATIENT-DEMOGRAPHIC.

           IF WS-PATIENT-FOUND
             PERFORM WRITE-PATIENT-DETAIL
             PERFORM WRITE-COVERAGE-LINE
             PERFORM WRITE-CONTACT-SECTION
             PERFORM WRITE-ALLERGY-SECTION
             PERFORM WRITE-MEDICATION-SECTION
             PERFORM WRITE-VISIT-SECTION
             PERFORM WRITE-THRESHOLD-SECTION
       WRITE-CONTACT-SECTION-EXIT.
           EXIT.

      *================================================================*
       WRITE-ALLERGY-SECTION.
      *================================================================*
      * Printed ahead of the medications so whoever reads the summary *
      * sees what the patient must not be given before what they are  *
      * taking.                                                        *
      *================================================================*
           MOVE RL-ALLERGY-HEADING TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           MOVE 'N' TO WS-ALLERGY-EOF.
           MOVE 'N' TO WS-ALLERGY-FOUND-SW.

           EXEC SQL
               OPEN ALLERGY-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY
               'HCCSBR01 - OPEN ALLERGY-CUR FAILED, SQLCODE = '
               SQLCODE
             MOVE RL-DATA-UNAVAILABLE TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
           ELSE
             PERFORM FETCH-ALLERGY
             PERFORM WRITE-ALLERGY-DETAIL
               UNTIL WS-ALLERGY-AT-EOF

             EXEC SQL
                 CLOSE ALLERGY-CUR
             END-EXEC

             IF NOT WS-ALLERGY-FOUND
               IF WS-ALLERGY-SQL-ERROR
                 MOVE RL-DATA-UNAVAILABLE TO REPORT-OUT-RECORD
               ELSE
                 MOVE RL-NONE-ON-FILE TO REPORT-OUT-RECORD
               END-IF
               WRITE REPORT-OUT-RECORD
             END-IF
           END-IF.

       WRITE-ALLERGY-SECTION-EXIT.
           EXIT.

      *================================================================*
       FETCH-ALLERGY.
      *================================================================*
           EXEC SQL
               FETCH ALLERGY-CUR
                INTO :DB2-ALG-ALLERGEN,
                     :DB2-ALG-TYPE,
                     :DB2-ALG-REACTION,
                     :DB2-ALG-SEVERITY,
                     :DB2-ALG-RECORDED-DATE,
                     :DB2-ALG-RECORDED-BY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-ALLERGY-FOUND-SW
             WHEN 100
               MOVE 'Y' TO WS-ALLERGY-EOF
             WHEN OTHER
               DISPLAY
                 'HCCSBR01 - FETCH ALLERGY-CUR FAILED, SQLCODE = '
                 SQLCODE
               MOVE 'Y' TO WS-ALLERGY-EOF
               IF NOT WS-ALLERGY-FOUND
                 MOVE 'E' TO WS-ALLERGY-FOUND-SW
               END-IF
           END-EVALUATE.

       FETCH-ALLERGY-EXIT.
           EXIT.

      *================================================================*
       WRITE-ALLERGY-DETAIL.
      *================================================================*
           MOVE DB2-ALG-ALLERGEN      TO RAL-ALLERGEN.
           IF DB2-ALG-TYPE EQUAL 'C'
             MOVE 'CLASS'             TO RAL-TYPE
           ELSE
             MOVE 'DRUG'              TO RAL-TYPE
           END-IF.
           EVALUATE DB2-ALG-SEVERITY
             WHEN 'S'
               MOVE 'SEVERE'          TO RAL-SEVERITY
             WHEN 'M'
               MOVE 'MODERATE'        TO RAL-SEVERITY
             WHEN OTHER
               MOVE 'MILD'            TO RAL-SEVERITY
           END-EVALUATE.
           MOVE DB2-ALG-REACTION      TO RAL-REACTION.
           MOVE DB2-ALG-RECORDED-DATE TO RAL-RECORDED-DATE.
           MOVE DB2-ALG-RECORDED-BY   TO RAL-RECORDED-BY.
           MOVE RL-ALLERGY-DETAIL     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           PERFORM FETCH-ALLERGY.

       WRITE-ALLERGY-DETAIL-EXIT.
           EXIT.

      *================================================================*
       WRITE-MEDICATION-SECTION.
      *================================================================*
           CLOSE REPORT-OUT
           CLOSE CHECKPOINT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-CARD-SEQ           TO RN-READ-COUNT
           MOVE WS-SUMMARIES-PRINTED  TO RN-WRITTEN-COUNT
           MOVE WS-CARDS-REJECTED     TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCCSBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
