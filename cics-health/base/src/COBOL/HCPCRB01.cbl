       01  DB2-COV-EXPIRY            PIC X(10).
       01  IND-COV-EXPIRY            PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * Open the cache file for a fresh load and the cursor over the   *
      * whole patient population, in key order.                        *
      *================================================================*
           MOVE 'HCPCRB01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCPCRB01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN OUTPUT PATIENT-CACHE.

           EXEC SQL
           DISPLAY 'HCPCRB01 - PATCACHE LOAD COMPLETE, ROWS LOADED = '
                   WS-LOADED-COUNT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-LOADED-COUNT       TO RN-READ-COUNT
           MOVE WS-LOADED-COUNT       TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCPCRB01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-REBUILD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
