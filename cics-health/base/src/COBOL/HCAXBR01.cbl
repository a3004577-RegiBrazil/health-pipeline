           03 DB2-OPR-ID             PIC X(08).
           03 DB2-OPR-COUNT          PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * Pick up the month and turn it into the timestamp window        *
      * [first of month, first of next month).                         *
      *================================================================*
           MOVE 'HCAXBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCAXBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT.

           CLOSE CONTROL-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-GRAND-TOTAL        TO RN-READ-COUNT
           MOVE WS-GRAND-TOTAL        TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCAXBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
