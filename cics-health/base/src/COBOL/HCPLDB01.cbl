      ******************************************************************
      *                                                                *
      *              Maintain Patient Problem List                     *
      *                                                                *
      *   To record, resolve or withdraw the chronic conditions held   *
      *  for a patient on the DB2 PROBLEM table - the condition code,  *
      *  the date it was diagnosed, whether it is active or resolved,  *
      *  and who recorded it.  Each condition code is one the          *
      *  CONDITIONREF reference carries; that reference also holds     *
      *  the condition's targets, which is what puts the patient on a  *
      *  register that HCQIBR01 measures every quarter.                *
      *                                                                *
      *   An add for a condition already active on the list re-records *
      *  it (diagnosed date, recorder and time), the update-then-      *
      *  insert shape HCALDB01 uses for allergies.  Resolving a        *
      *  condition, or withdrawing one recorded in error, does not     *
      *  delete the row - it is marked with the new status and who     *
      *  changed it and when, so the list keeps the patient's history. *
      *                                                                *
      *   PROBLEM -                                                    *
      *     PROBLEMID     INTEGER GENERATED    RECORDEDBY  CHAR(8)     *
      *     PATIENTID     INTEGER              RECORDEDTS  TIMESTAMP   *
      *     CONDCODE      CHAR(8)              RESOLVEDDATE DATE       *
      *     DIAGDATE      DATE                 RESOLVEDBY  CHAR(8)     *
      *     STATUS        CHAR(1)  A active, R resolved, X withdrawn   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPLDB01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
      * Run time (debug) infomation for this invocation
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPLDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      *
       01  WS-RESP                   PIC S9(8) COMP.

      *----------------------------------------------------------------*
       COPY HCERRSWS.

      *----------------------------------------------------------------*
      * Definitions required for data manipulation                     *
      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +26.
           03 WS-CA-PROBLEM-LEN        PIC S9(4) COMP VALUE +60.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     DATE        :   PIC X(10)                                  *
      *----------------------------------------------------------------*
      * Host variables for input to DB2 integer types
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-CONDITION-CODE       PIC X(08).
           03 DB2-DIAGNOSED-DATE       PIC X(10).
           03 DB2-RESOLVED-DATE        PIC X(10).
       01  DB2-OUT.
           03 DB2-CONDITION-NAME       PIC X(30).
      * Count used to confirm the patient exists before anything is
      * filed against them
       01  DB2-PATIENT-COUNT           PIC S9(9) COMP.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE HCCMAREA
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
      * initialize working storage variables
           INITIALIZE WS-HEADER.
      * set up general variable
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
      *----------------------------------------------------------------*

      * initialize DB2 host variables
           INITIALIZE DB2-IN.
           INITIALIZE DB2-OUT.

      *----------------------------------------------------------------*
      * Process incoming commarea                                      *
      *----------------------------------------------------------------*
      * If NO commarea received issue an ABEND
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('HCCA') NODUMP END-EXEC
           END-IF

      * initialize commarea return code to zero
           MOVE RC-SUCCESS TO CA-RETURN-CODE.
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.

      * this program only maintains the problem list - a commarea
      * built for some other transaction is rejected here
           IF NOT CA-REQ-MAINT-PROBLEM
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * check commarea length - must cover the full problem request
           ADD WS-CA-HEADER-LEN  TO WS-REQUIRED-CA-LEN
           ADD WS-CA-PROBLEM-LEN TO WS-REQUIRED-CA-LEN

      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE RC-CA-TOO-SHORT TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * every request names a condition and one of the three actions
           IF (NOT CA-PRB-ADD AND NOT CA-PRB-RESOLVE
                              AND NOT CA-PRB-WITHDRAW)
              OR CA-PRB-CONDITION EQUAL SPACES
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * Convert commarea patient id to DB2 integer format
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
      * and save in error msg field incase required
           MOVE CA-PATIENT-ID TO EM-PATNUM
           MOVE CA-PRB-CONDITION TO DB2-CONDITION-CODE
           MOVE SPACES TO CA-PRB-CONDITION-NAME
           MOVE SPACES TO CA-PRB-STATUS

      * nothing gets filed against a PATIENTID that isn't on file
           PERFORM CHECK-PATIENT-EXISTS.

      * nor a condition no register knows about
           PERFORM CHECK-CONDITION-REFERENCE.

      * Call routine to apply the add/re-record, resolve or withdrawal
           EVALUATE TRUE
             WHEN CA-PRB-ADD
               PERFORM VALIDATE-DIAGNOSED-DATE
               PERFORM UPDATE-PROBLEM
               IF SQLCODE EQUAL 100
                 PERFORM INSERT-PROBLEM
               END-IF
               MOVE 'A' TO CA-PRB-STATUS
             WHEN CA-PRB-RESOLVE
               PERFORM VALIDATE-RESOLVED-DATE
               PERFORM RESOLVE-PROBLEM
             WHEN OTHER
               PERFORM WITHDRAW-PROBLEM
           END-EVALUATE

      *    Return to caller
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       CHECK-PATIENT-EXISTS.
      *================================================================*
           MOVE ' CHECK PATIENT EXISTS' TO EM-SQLREQ
             EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-PATIENT-COUNT
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF

             IF DB2-PATIENT-COUNT EQUAL ZERO
               MOVE RC-NOT-FOUND TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       CHECK-CONDITION-REFERENCE.
      *================================================================*
      * The condition must be one the CONDITIONREF reference carries - *
      * its name goes back to the caller to confirm what was keyed.   *
      *================================================================*
           MOVE ' CHECK CONDITIONREF' TO EM-SQLREQ
             EXEC SQL
               SELECT CONDNAME
                 INTO :DB2-CONDITION-NAME
                 FROM CONDITIONREF
                WHERE CONDCODE = :DB2-CONDITION-CODE
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 MOVE DB2-CONDITION-NAME TO CA-PRB-CONDITION-NAME
               WHEN 100
                 MOVE RC-UNKNOWN-CONDITION TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *================================================================*
       VALIDATE-DIAGNOSED-DATE.
      *================================================================*
      * The date the condition was diagnosed - blank means today.     *
      * Anything keyed must be shaped CCYY-MM-DD, the same edit        *
      * HCALDB01 applies to an allergy's recorded date.                *
      *================================================================*
           IF CA-PRB-DIAGNOSED-DATE EQUAL SPACES
             EXEC SQL
                  SET :DB2-DIAGNOSED-DATE = CURRENT DATE
             END-EXEC
           ELSE
             IF CA-PRB-DIAGNOSED-DATE (5:1) NOT EQUAL '-'
                OR CA-PRB-DIAGNOSED-DATE (8:1) NOT EQUAL '-'
                OR CA-PRB-DIAGNOSED-DATE (1:4) IS NOT NUMERIC
                OR CA-PRB-DIAGNOSED-DATE (6:2) IS NOT NUMERIC
                OR CA-PRB-DIAGNOSED-DATE (9:2) IS NOT NUMERIC
               MOVE RC-INVALID-DATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE CA-PRB-DIAGNOSED-DATE TO DB2-DIAGNOSED-DATE
           END-IF.

           EXIT.

      *================================================================*
       VALIDATE-RESOLVED-DATE.
      *================================================================*
      * The date the condition resolved - blank means today, and       *
      * anything keyed gets the same CCYY-MM-DD edit.                  *
      *================================================================*
           IF CA-PRB-RESOLVED-DATE EQUAL SPACES
             EXEC SQL
                  SET :DB2-RESOLVED-DATE = CURRENT DATE
             END-EXEC
           ELSE
             IF CA-PRB-RESOLVED-DATE (5:1) NOT EQUAL '-'
                OR CA-PRB-RESOLVED-DATE (8:1) NOT EQUAL '-'
                OR CA-PRB-RESOLVED-DATE (1:4) IS NOT NUMERIC
                OR CA-PRB-RESOLVED-DATE (6:2) IS NOT NUMERIC
                OR CA-PRB-RESOLVED-DATE (9:2) IS NOT NUMERIC
               MOVE RC-INVALID-DATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE CA-PRB-RESOLVED-DATE TO DB2-RESOLVED-DATE
           END-IF.

           EXIT.

      *================================================================*
       UPDATE-PROBLEM.
      *================================================================*
      * Re-record a condition already active on the list.  SQLCODE    *
      * 100 just means nothing active for it yet - the insert leg      *
      * handles that.                                                  *
      *================================================================*
           MOVE ' UPDATE PROBLEM' TO EM-SQLREQ
             EXEC SQL
               UPDATE PROBLEM
                  SET DIAGDATE   = :DB2-DIAGNOSED-DATE,
                      RECORDEDBY = :CA-OPERATOR-ID,
                      RECORDEDTS = CURRENT TIMESTAMP
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND CONDCODE  = :DB2-CONDITION-CODE
                  AND STATUS    = 'A'
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 CONTINUE
               WHEN 100
                 CONTINUE
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *================================================================*
       INSERT-PROBLEM.
      *================================================================*
      * Nothing active for this condition yet - file one.  A condition *
      * resolved in the past and now back starts a new row.            *
      *================================================================*
           MOVE ' INSERT PROBLEM' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO PROBLEM
                         ( PROBLEMID,
                           PATIENTID,
                           CONDCODE,
                           DIAGDATE,
                           STATUS,
                           RECORDEDBY,
                           RECORDEDTS,
                           RESOLVEDDATE,
                           RESOLVEDBY )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-CONDITION-CODE,
                           :DB2-DIAGNOSED-DATE,
                           'A',
                           :CA-OPERATOR-ID,
                           CURRENT TIMESTAMP,
                           NULL,
                           NULL )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       RESOLVE-PROBLEM.
      *================================================================*
      * The condition has resolved - it comes off the register but     *
      * stays on the list, with the resolved date and who recorded it. *
      * Nothing active for the condition answers RC-NOT-FOUND.         *
      *================================================================*
           MOVE ' RESOLVE PROBLEM' TO EM-SQLREQ
             EXEC SQL
               UPDATE PROBLEM
                  SET STATUS       = 'R',
                      RESOLVEDDATE = :DB2-RESOLVED-DATE,
                      RESOLVEDBY   = :CA-OPERATOR-ID
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND CONDCODE  = :DB2-CONDITION-CODE
                  AND STATUS    = 'A'
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 MOVE 'R' TO CA-PRB-STATUS
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *================================================================*
       WITHDRAW-PROBLEM.
      *================================================================*
      * A condition recorded in error is marked withdrawn, with who    *
      * withdrew it and when, rather than deleted.  Nothing active     *
      * for the condition answers RC-NOT-FOUND.                        *
      *================================================================*
           MOVE ' WITHDRAW PROBLEM' TO EM-SQLREQ
             EXEC SQL
               UPDATE PROBLEM
                  SET STATUS       = 'X',
                      RESOLVEDDATE = CURRENT DATE,
                      RESOLVEDBY   = :CA-OPERATOR-ID
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND CONDCODE  = :DB2-CONDITION-CODE
                  AND STATUS    = 'A'
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 MOVE 'X' TO CA-PRB-STATUS
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
