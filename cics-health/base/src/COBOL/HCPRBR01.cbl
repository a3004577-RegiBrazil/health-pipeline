       01  DB2-IN.
           03 DB2-LAST-RUN-TS        PIC X(26).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * tonight's job that abended partway through, open the cursor   *
      * and print the report heading.                                 *
      *================================================================*
           MOVE 'HCPRBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCPRBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT CONTROL-OUT
           OPEN OUTPUT REPORT-OUT
           CLOSE REPORT-OUT
           CLOSE CHECKPOINT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-GRAND-TOTAL        TO RN-READ-COUNT
           MOVE WS-GRAND-TOTAL        TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCPRBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
