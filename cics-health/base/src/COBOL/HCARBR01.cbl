           03 IND-NEW-VALUE          PIC S9(4) COMP.
           03 IND-OPERATOR           PIC S9(4) COMP.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * through - the last record per phase is that phase's resume    *
      * point.                                                         *
      *================================================================*
           MOVE 'HCARBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCARBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT VISIT-ARCHIVE
           OPEN OUTPUT AUDIT-ARCHIVE
           CLOSE AUDIT-ARCHIVE
           CLOSE CHECKPOINT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           COMPUTE RN-READ-COUNT =
                   WS-VISITS-ARCHIVED + WS-AUDITS-ARCHIVED
           COMPUTE RN-WRITTEN-COUNT =
                   WS-VISITS-PURGED + WS-AUDITS-PURGED
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCARBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
