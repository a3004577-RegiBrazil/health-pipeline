      *  password (old one verified first); RPASSW is the support     *
      *  desk's unlock/reset.                                          *
      *                                                                *
      *   A login closed because the patient has died (ACCTLOCKED 'C', *
      *  set by HCDADB01's RDEATH) answers RC-INACTIVE to a login or  *
      *  a password change, and RPASSW refuses to reopen it.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLGDB01.
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE

      * a closed login stays closed and a locked account stays locked
      * no matter what was keyed
           IF DB2-ACCT-LOCKED EQUAL 'C'
             MOVE RC-INACTIVE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-ACCT-LOCKED EQUAL 'Y'
             MOVE RC-ACCT-LOCKED TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE

           IF DB2-ACCT-LOCKED EQUAL 'C'
             MOVE RC-INACTIVE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF DB2-ACCT-LOCKED EQUAL 'Y'
             MOVE RC-ACCT-LOCKED TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
      * unlocks and clears the failure count; a value becomes a       *
      * temporary password whose change stamp is nulled out, so the   *
      * very next login answers RC-PWD-EXPIRED and forces the patient *
      * to choose their own.  A login closed by a recorded death is   *
      * never reopened.                                                *
      *================================================================*
           MOVE ' SELECT RESET STATE' TO EM-SQLREQ
             EXEC SQL
               SELECT ACCTLOCKED
                 INTO :DB2-ACCT-LOCKED :IND-ACCT-LOCKED
                 FROM PATIENT
                WHERE USERNAME = :CA-PWD-USERNAME
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 IF IND-ACCT-LOCKED LESS THAN ZERO
                   MOVE 'N' TO DB2-ACCT-LOCKED
                 END-IF
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE

           IF DB2-ACCT-LOCKED EQUAL 'C'
             MOVE RC-INACTIVE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-PWD-NEW-PASSWORD EQUAL SPACES
             MOVE ' UPDATE UNLOCK' TO EM-SQLREQ
             EXEC SQL
