       01  DB2-COUNTS.
           03 DB2-EXIST-COUNT        PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * neither type is reported and skipped rather than silently      *
      * matching nothing.                                              *
      *================================================================*
           MOVE 'HCRSBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCRSBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN INPUT  VISIT-ARCHIVE
           OPEN INPUT  AUDIT-ARCHIVE.
           CLOSE VISIT-ARCHIVE
           CLOSE AUDIT-ARCHIVE.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           COMPUTE RN-READ-COUNT =
                   WS-VISITS-READ + WS-AUDITS-READ
           COMPUTE RN-WRITTEN-COUNT =
                   WS-VISITS-RESTORED + WS-AUDITS-RESTORED
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCRSBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-RESTORE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
