       01  DB2-WORKLIST-INDICATORS.
           03 IND-WL-EXPIRY          PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      *================================================================*
       INITIALIZE-VERIFICATION.
      *================================================================*
           MOVE 'HCIEBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCIEBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN INPUT  ELIG-IN
           OPEN OUTPUT REPORT-OUT.
           CLOSE ELIG-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-RECORDS-READ       TO RN-READ-COUNT
           MOVE WS-RECORDS-MATCHED    TO RN-WRITTEN-COUNT
           MOVE WS-RECORDS-UNMATCHED  TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCIEBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-VERIFICATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
