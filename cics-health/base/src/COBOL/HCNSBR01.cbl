       01  DB2-IN.
           03 DB2-SWEEP-DATE         PIC X(10).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      *================================================================*
       INITIALIZE-SWEEP.
      *================================================================*
           MOVE 'HCNSBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCNSBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT CONTROL-IN.

           READ CONTROL-IN

           CLOSE CONTROL-IN.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-SWEPT-COUNT        TO RN-READ-COUNT
           MOVE WS-SWEPT-COUNT        TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCNSBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-SWEEP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
