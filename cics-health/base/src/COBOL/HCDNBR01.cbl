           03 DB2-PHONE-MOBILE       PIC X(20).
           03 DB2-DNA-COUNT          PIC S9(9) COMP.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*

      * The range's no-shows in clinic, date and time order, with the
      * patient details the desk needs and, per line, how many times
      * that patient no-showed inside the same range - a patient
      * since recorded as deceased is left off the follow-up
           EXEC SQL
             DECLARE DNA-CUR CURSOR FOR
               SELECT A.CLINIC,
                                             AND :DB2-DATE-TO)
                 FROM APPOINTMENT A, PATIENT P
                WHERE P.PATIENTID = A.PATIENTID
                  AND P.DATEOFDEATH IS NULL
                  AND A.STATUS    = 'N'
                  AND A.APPTDATE BETWEEN :DB2-DATE-FROM
                                     AND :DB2-DATE-TO
      * when the control file is empty), open the cursor and print     *
      * the heading.                                                   *
      *================================================================*
           MOVE 'HCDNBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCDNBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
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
             DISPLAY 'HCDNBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
