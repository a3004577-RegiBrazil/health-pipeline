           03 IND-SYS-THRESHOLD      PIC S9(4) COMP.
           03 IND-DIA-THRESHOLD      PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
               INCLUDE SQLCA
           END-EXEC.

      * Every active, living patient, driven out one at a time
           EXEC SQL
             DECLARE TRENDPAT-CUR CURSOR FOR
               SELECT PATIENTID, FIRSTNAME, LASTNAME
                 FROM PATIENT
                WHERE (STATUS IS NULL OR STATUS <> 'I')
                  AND DATEOFDEATH IS NULL
                ORDER BY PATIENTID
           END-EXEC.

      *================================================================*
       INITIALIZE-TREND-REPORT.
      *================================================================*
           MOVE 'HCTRBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCTRBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT.

           CLOSE CONTROL-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-PATIENTS-LISTED    TO RN-READ-COUNT
           MOVE WS-PATIENTS-LISTED    TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCTRBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-TREND-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
