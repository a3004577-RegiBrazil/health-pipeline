           03 DB2-CHS-LAST-NAME      PIC X(20).
           03 DB2-CHS-PHONE-MOBILE   PIC X(20).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      *================================================================*
       INITIALIZE-MATCHING.
      *================================================================*
           MOVE 'HCDCBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCDCBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN INPUT  DISPENSE-IN
           OPEN OUTPUT REPORT-OUT.
           CLOSE DISPENSE-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-CONFIRMS-READ      TO RN-READ-COUNT
           MOVE WS-CONFIRMS-MATCHED   TO RN-WRITTEN-COUNT
           MOVE WS-CONFIRMS-UNMATCHED TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCDCBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-MATCHING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
