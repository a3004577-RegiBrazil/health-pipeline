       01  DB2-IN.
           03 DB2-DAYS-AHEAD         PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
                  AND M.ENDDATE IS NOT NULL
                  AND M.ENDDATE <= CURRENT DATE + :DB2-DAYS-AHEAD DAYS
                  AND (M.STATUS IS NULL OR M.STATUS <> 'D')
                  AND P.DATEOFDEATH IS NULL
                ORDER BY M.PATIENTID, M.ENDDATE, M.PRESCRIPTIONID
           END-EXEC.

      * tonight's job that abended partway through, open the cursor   *
      * and print the report heading.                                 *
      *================================================================*
           MOVE 'HCRFBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCRFBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT
           OPEN INPUT  CHECKPOINT-IN
           CLOSE REPORT-OUT
           CLOSE CHECKPOINT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-GRAND-TOTAL        TO RN-READ-COUNT
           MOVE WS-GRAND-TOTAL        TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCRFBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
