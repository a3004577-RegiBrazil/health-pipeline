       01  WS-WORK-FIELDS.
           03 WS-RELIEF-COUNT       PIC 9(05) COMP VALUE ZERO.
           03 WS-READING-COUNT      PIC 9(05) COMP VALUE ZERO.
           03 WS-CARDS-READ         PIC 9(05) COMP VALUE ZERO.
           03 WS-PATIENTS-REPORTED  PIC 9(05) COMP VALUE ZERO.
           03 WS-PATIENTS-NOT-FOUND PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
           03 DB2-VIS-SOURCE         PIC X(01).
       01  IND-VIS-SOURCE            PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      *================================================================*
       INITIALIZE-REPORT.
      *================================================================*
           MOVE 'HCMVBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCMVBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT.

      * One patient's effectiveness picture per card.  A blank date   *
      * range reports the last 90 days.                                *
      *================================================================*
           ADD 1 TO WS-CARDS-READ.
           MOVE CI-PATIENT-ID TO DB2-PATIENT-ID.

           IF CI-DATE-FROM EQUAL SPACES OR CI-DATE-TO EQUAL SPACES
           PERFORM GET-PATIENT-DEMOGRAPHIC.

           IF WS-PATIENT-FOUND
             ADD 1 TO WS-PATIENTS-REPORTED
             PERFORM WRITE-PATIENT-HEADING
             PERFORM WRITE-RELIEF-SECTION
             PERFORM WRITE-READING-SECTION
             PERFORM WRITE-SUMMARY
           ELSE
             ADD 1 TO WS-PATIENTS-NOT-FOUND
             MOVE CI-PATIENT-ID TO RNF-PATIENT-ID
             MOVE RL-PATIENT-NOTFOUND TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
           CLOSE CONTROL-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-CARDS-READ         TO RN-READ-COUNT
           MOVE WS-PATIENTS-REPORTED  TO RN-WRITTEN-COUNT
           MOVE WS-PATIENTS-NOT-FOUND TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCMVBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
