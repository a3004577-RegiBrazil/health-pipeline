       01  WS-STAT-PAIRS.
           03 WS-CUR-VALUE           PIC S9(9) COMP VALUE ZERO.
           03 WS-PRI-VALUE           PIC S9(9) COMP VALUE ZERO.
           03 WS-CLINICS-COUNTED     PIC 9(05) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
           03 RCL-KEPT-PRI          PIC ZZZZZ9.
           03 FILLER                PIC X(53) VALUE SPACES.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * Pick up the report month and build both windows - the month   *
      * asked for and the month before it.                             *
      *================================================================*
           MOVE 'HCMSBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCMSBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT.

      *================================================================*
       COUNT-ONE-CLINIC.
      *================================================================*
           ADD 1 TO WS-CLINICS-COUNTED.
           MOVE DB2-CLINIC TO RCL-CLINIC.

           PERFORM LOAD-WINDOW-1.
           CLOSE CONTROL-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-CLINICS-COUNTED    TO RN-READ-COUNT
           MOVE WS-CLINICS-COUNTED    TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCMSBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-PACK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
