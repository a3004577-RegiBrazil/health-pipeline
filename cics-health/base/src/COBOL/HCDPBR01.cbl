           03 DB2-B-CARD             PIC X(10).
           03 DB2-B-CITY             PIC X(20).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      *================================================================*
       INITIALIZE-DETECTION.
      *================================================================*
           MOVE 'HCDPBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCDPBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN OUTPUT REPORT-OUT.

           MOVE RL-HEADING-1 TO REPORT-OUT-RECORD.

           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-PAIRS-EXAMINED     TO RN-READ-COUNT
           MOVE WS-PAIRS-LISTED       TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCDPBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-DETECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
