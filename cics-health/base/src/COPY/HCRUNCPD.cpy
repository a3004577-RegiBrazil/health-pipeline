      *================================================================*
       RUN-CONTROL-START.
      *================================================================*
      * Work out the business date, check the predecessor named in    *
      * RN-PREDECESSOR completed for it, and (re)write this job's     *
      * BATCHRUN row - running, or held if the predecessor has not    *
      * completed (or its row can't be read).  A rerun for the same   *
      * business date restates the row rather than adding another.    *
      * A failed write sets RN-CONTROL-FAILED with the SQLCODE in     *
      * RN-SQLCODE; the job itself is not stopped for it.              *
      *================================================================*
           MOVE 'N' TO RN-PREDECESSOR-SW
           MOVE 'N' TO RN-CONTROL-SW
           MOVE ZERO TO RN-RETURN-CODE
           MOVE ZERO TO RN-READ-COUNT
           MOVE ZERO TO RN-WRITTEN-COUNT
           MOVE ZERO TO RN-REJECTED-COUNT
           MOVE 'R' TO RN-STATUS

           EXEC SQL
             SET :RN-BUSINESS-DATE =
                 CHAR(DATE(CURRENT TIMESTAMP - :RN-CUTOFF-HOURS HOURS),
                      ISO)
           END-EXEC.

           IF RN-PREDECESSOR NOT EQUAL SPACES
             EXEC SQL
               SELECT COUNT(*)
                 INTO :RN-PREDECESSOR-DONE
                 FROM BATCHRUN
                WHERE JOBNAME = :RN-PREDECESSOR
                  AND BUSDATE = :RN-BUSINESS-DATE
                  AND STATUS  = 'C'
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE SQLCODE TO RN-SQLCODE
               MOVE ZERO TO RN-PREDECESSOR-DONE
             END-IF
             IF RN-PREDECESSOR-DONE EQUAL ZERO
               MOVE 'Y' TO RN-PREDECESSOR-SW
               MOVE 'H' TO RN-STATUS
               MOVE RN-HELD-RETURN-CODE TO RN-RETURN-CODE
             END-IF
           END-IF.

           EXEC SQL
             UPDATE BATCHRUN
                SET STARTTS   = CURRENT TIMESTAMP,
                    ENDTS     = CASE WHEN :RN-STATUS = 'H'
                                     THEN CURRENT TIMESTAMP
                                     ELSE NULL
                                END,
                    STATUS    = :RN-STATUS,
                    RETCODE   = :RN-RETURN-CODE,
                    READCNT   = 0,
                    WRITECNT  = 0,
                    REJECTCNT = 0
              WHERE JOBNAME = :RN-JOB-NAME
                AND BUSDATE = :RN-BUSINESS-DATE
           END-EXEC.

           IF SQLCODE EQUAL 100
             EXEC SQL
               INSERT INTO BATCHRUN
                         ( JOBNAME,
                           BUSDATE,
                           STARTTS,
                           ENDTS,
                           STATUS,
                           RETCODE,
                           READCNT,
                           WRITECNT,
                           REJECTCNT )
                  VALUES ( :RN-JOB-NAME,
                           :RN-BUSINESS-DATE,
                           CURRENT TIMESTAMP,
                           CASE WHEN :RN-STATUS = 'H'
                                THEN CURRENT TIMESTAMP
                                ELSE NULL
                           END,
                           :RN-STATUS,
                           :RN-RETURN-CODE,
                           0,
                           0,
                           0 )
             END-EXEC
           END-IF.

           IF SQLCODE NOT EQUAL 0
             MOVE SQLCODE TO RN-SQLCODE
             MOVE 'Y' TO RN-CONTROL-SW
           END-IF.

       RUN-CONTROL-START-EXIT.
           EXIT.

      *================================================================*
       RUN-CONTROL-END.
      *================================================================*
      * Close off this job's BATCHRUN row with the end time, the      *
      * return code and counts the program MOVEd to the RN- fields.   *
      * Anything worse than RN-WORST-GOOD-RC is a failed run, and a   *
      * job waiting on this one will be held.                          *
      *================================================================*
           IF RN-RETURN-CODE GREATER THAN RN-WORST-GOOD-RC
             MOVE 'F' TO RN-STATUS
           ELSE
             MOVE 'C' TO RN-STATUS
           END-IF.

           EXEC SQL
             UPDATE BATCHRUN
                SET ENDTS     = CURRENT TIMESTAMP,
                    STATUS    = :RN-STATUS,
                    RETCODE   = :RN-RETURN-CODE,
                    READCNT   = :RN-READ-COUNT,
                    WRITECNT  = :RN-WRITTEN-COUNT,
                    REJECTCNT = :RN-REJECTED-COUNT
              WHERE JOBNAME = :RN-JOB-NAME
                AND BUSDATE = :RN-BUSINESS-DATE
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
             MOVE SQLCODE TO RN-SQLCODE
             MOVE 'Y' TO RN-CONTROL-SW
           END-IF.

       RUN-CONTROL-END-EXIT.
           EXIT.
