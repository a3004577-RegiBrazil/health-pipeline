           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-PHONE-MOBILE       PIC X(20).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * Open the files, pick up the list date (today when the control  *
      * file is empty), open the cursor and print the heading.         *
      *================================================================*
           MOVE 'HCCLBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCCLBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
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
             DISPLAY 'HCCLBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
