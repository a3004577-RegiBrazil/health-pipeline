      ******************************************************************
      *                                                                *
      *              Report and Extract Request Queue                  *
      *                                                                *
      *   Lets authorised staff ask for a run of one of the on-demand  *
      *  batch jobs - the HCCSBR01 clinical summary, the HCSABR01      *
      *  subject-access extract, the HCMVBR01 relief-activity report   *
      *  or the HCRSBR01 archive restore - for a PATIENTID or a date   *
      *  range, instead of phoning operations to key a CTLIN card.     *
      *  A submitted request is written to the DB2 REPORTREQUEST queue *
      *  with who asked for it and when; HCRQBR01 builds each job's    *
      *  control cards from the open requests overnight and marks      *
      *  each one fulfilled with where its output went.                *
      *                                                                *
      *   The selection is edited here the way the job's own control   *
      *  card would be - a patient must be on file, a date pair must   *
      *  be CCYY-MM-DD and in order - so a request that reaches the    *
      *  overnight run is one its job can act on.  The subject-access  *
      *  extract and the archive restore hand over a whole patient     *
      *  history, so they are taken only from an operator whose STAFF  *
      *  role is supervisor ('S'); the menu offers the screen to all   *
      *  staff for the clinical summary and relief report.  An inquiry *
      *  lists the operator's own requests, newest first, with their   *
      *  status and output reference.                                  *
      *                                                                *
      *   REPORTREQUEST -                                              *
      *     REQUESTID    INTEGER GENERATED    REQUESTEDBY CHAR(8)      *
      *     JOBNAME      CHAR(8)              REQUESTEDTS TIMESTAMP    *
      *     SELECTTYPE   CHAR(1)  P or D      ISSUEDTS    TIMESTAMP    *
      *     PATIENTID    INTEGER  0 for D     FULFILLEDTS TIMESTAMP    *
      *     DATEFROM     DATE     nullable    OUTPUTREF   CHAR(44)     *
      *     DATETO       DATE     nullable                             *
      *     STATUS       CHAR(1)  O open, B in the overnight run,      *
      *                           F fulfilled, R rejected              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRQDB01.
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
                                        VALUE 'HCRQDB01------WS'.
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
           03 WS-CA-REPORT-REQ-LEN     PIC S9(4) COMP VALUE +1503.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      * Date being edited by VALIDATE-REQUEST-DATE
       01  WS-EDIT-DATE                PIC X(10).
       01  WS-RRQ-IX                   PIC 9(02) COMP.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     DATE        :   PIC X(10)                                  *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
      * Host variables for input to DB2 integer types
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-REQUEST-ID           PIC S9(9) COMP.
           03 DB2-DATE-FROM            PIC X(10).
           03 DB2-DATE-TO              PIC X(10).
       01  DB2-REQUEST.
           03 DB2-RRQ-REQUEST-ID       PIC S9(9) COMP.
           03 DB2-RRQ-JOB-NAME         PIC X(08).
           03 DB2-RRQ-SELECT-TYPE      PIC X(01).
           03 DB2-RRQ-PATIENT-ID       PIC S9(9) COMP.
           03 DB2-RRQ-DATE-FROM        PIC X(10).
           03 DB2-RRQ-DATE-TO          PIC X(10).
           03 DB2-RRQ-STATUS           PIC X(01).
           03 DB2-RRQ-REQUESTED-TS     PIC X(26).
           03 DB2-RRQ-FULFILLED-TS     PIC X(26).
           03 DB2-RRQ-OUTPUT-REF       PIC X(44).
      * Null indicators - only a date-range request carries dates,
      * and only a fulfilled one a fulfilment time
       01  IND-DATE-FROM               PIC S9(4) COMP.
       01  IND-DATE-TO                 PIC S9(4) COMP.
       01  IND-FULFILLED-TS            PIC S9(4) COMP.
      * Count used to confirm the patient exists before anything is
      * queued against them
       01  DB2-PATIENT-COUNT           PIC S9(9) COMP.
      * The requester's STAFF role, for the supervisor-only jobs
       01  DB2-OPERATOR-ROLE           PIC X(01).
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
           INITIALIZE DB2-REQUEST.

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

      * this program only serves the report request queue - a
      * commarea built for some other transaction is rejected here
           IF NOT CA-REQ-REPORT-REQUEST
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * check commarea length - must cover the full request layout
           ADD WS-CA-HEADER-LEN     TO WS-REQUIRED-CA-LEN
           ADD WS-CA-REPORT-REQ-LEN TO WS-REQUIRED-CA-LEN

      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE RC-CA-TOO-SHORT TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * Convert commarea patient id to DB2 integer format
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
      * and save in error msg field incase required
           MOVE CA-PATIENT-ID TO EM-PATNUM
           MOVE ZERO TO CA-RRQ-COUNT

      * Call routine to queue a request or list the operator's own
           EVALUATE TRUE
             WHEN CA-RRQ-SUBMIT
               PERFORM VALIDATE-REQUEST
               PERFORM INSERT-REQUEST
             WHEN CA-RRQ-INQUIRE
               PERFORM LIST-OWN-REQUESTS
             WHEN OTHER
               MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
           END-EVALUATE

      *    Return to caller
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       DECLARE-CURSORS.
      *----------------------------------------------------------------*
      * OWNREQCUR lists the operator's own requests, newest first - a  *
      * keyed request id narrows it to that one request.               *
           EXEC SQL
               DECLARE OWNREQCUR CURSOR FOR
               SELECT REQUESTID,
                      JOBNAME,
                      SELECTTYPE,
                      PATIENTID,
                      DATEFROM,
                      DATETO,
                      STATUS,
                      REQUESTEDTS,
                      FULFILLEDTS,
                      OUTPUTREF
                 FROM REPORTREQUEST
                WHERE REQUESTEDBY = :CA-OPERATOR-ID
                  AND (:DB2-REQUEST-ID = 0
                       OR REQUESTID = :DB2-REQUEST-ID)
                ORDER BY REQUESTID DESC
           END-EXEC.
           EXIT.

      *================================================================*
       VALIDATE-REQUEST.
      *================================================================*
      * The selection must be one the job's control card can carry -  *
      * HCSABR01 works a patient at a time; HCMVBR01 a patient with   *
      * an optional date pair; HCCSBR01 and HCRSBR01 a patient ('P')  *
      * or a date pair ('D').  HCSABR01 and HCRSBR01 are supervisor   *
      * requests only.                                                 *
      *================================================================*
           EVALUATE TRUE
             WHEN CA-RRQ-SUBJECT-ACCESS
               PERFORM CHECK-OPERATOR-SUPERVISOR
               MOVE 'P' TO CA-RRQ-SELECT-TYPE
               MOVE SPACES TO CA-RRQ-DATE-FROM
               MOVE SPACES TO CA-RRQ-DATE-TO
             WHEN CA-RRQ-RELIEF-REPORT
               MOVE 'P' TO CA-RRQ-SELECT-TYPE
             WHEN CA-RRQ-CLINICAL-SUMMARY
               CONTINUE
             WHEN CA-RRQ-ARCHIVE-RESTORE
               PERFORM CHECK-OPERATOR-SUPERVISOR
             WHEN OTHER
               MOVE RC-INVALID-JOB-REQUEST TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           EVALUATE TRUE
             WHEN CA-RRQ-BY-PATIENT
               IF CA-PATIENT-ID EQUAL ZERO
                 MOVE RC-INVALID-JOB-REQUEST TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               END-IF
               PERFORM CHECK-PATIENT-EXISTS
      * only the relief report takes a date pair with a patient -
      * the other jobs' patient cards have nowhere to carry one
               IF NOT CA-RRQ-RELIEF-REPORT
                 MOVE SPACES TO CA-RRQ-DATE-FROM
                 MOVE SPACES TO CA-RRQ-DATE-TO
               END-IF
               IF (CA-RRQ-DATE-FROM EQUAL SPACES
                   AND CA-RRQ-DATE-TO NOT EQUAL SPACES)
                  OR (CA-RRQ-DATE-FROM NOT EQUAL SPACES
                   AND CA-RRQ-DATE-TO EQUAL SPACES)
                 MOVE RC-INVALID-DATE TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               END-IF
             WHEN CA-RRQ-BY-DATE-RANGE
               MOVE ZERO TO CA-PATIENT-ID
               MOVE ZERO TO DB2-PATIENT-ID
               IF CA-RRQ-DATE-FROM EQUAL SPACES
                  OR CA-RRQ-DATE-TO EQUAL SPACES
                 MOVE RC-INVALID-DATE TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               END-IF
             WHEN OTHER
               MOVE RC-INVALID-JOB-REQUEST TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE

           IF CA-RRQ-DATE-FROM NOT EQUAL SPACES
             MOVE CA-RRQ-DATE-FROM TO WS-EDIT-DATE
             PERFORM VALIDATE-REQUEST-DATE
             MOVE CA-RRQ-DATE-TO TO WS-EDIT-DATE
             PERFORM VALIDATE-REQUEST-DATE
             IF CA-RRQ-DATE-FROM GREATER THAN CA-RRQ-DATE-TO
               MOVE RC-INVALID-DATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           EXIT.

      *================================================================*
       VALIDATE-REQUEST-DATE.
      *================================================================*
      * A date must be shaped CCYY-MM-DD, the same edit HCPLDB01       *
      * applies to a diagnosed date.                                   *
      *================================================================*
           IF WS-EDIT-DATE (5:1) NOT EQUAL '-'
              OR WS-EDIT-DATE (8:1) NOT EQUAL '-'
              OR WS-EDIT-DATE (1:4) IS NOT NUMERIC
              OR WS-EDIT-DATE (6:2) IS NOT NUMERIC
              OR WS-EDIT-DATE (9:2) IS NOT NUMERIC
             MOVE RC-INVALID-DATE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       CHECK-OPERATOR-SUPERVISOR.
      *================================================================*
      * The whole-history jobs are refused to anyone not on STAFF as  *
      * a supervisor, whatever the menu let them reach.                *
      *================================================================*
           MOVE ' SELECT STAFF' TO EM-SQLREQ
             EXEC SQL
               SELECT ROLE
                 INTO :DB2-OPERATOR-ROLE
                 FROM STAFF
                WHERE OPERID = :CA-OPERATOR-ID
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 IF DB2-OPERATOR-ROLE NOT EQUAL 'S'
                   MOVE RC-INVALID-JOB-REQUEST TO CA-RETURN-CODE
                   EXEC CICS RETURN END-EXEC
                 END-IF
               WHEN 100
                 MOVE RC-INVALID-JOB-REQUEST TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

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
       INSERT-REQUEST.
      *================================================================*
      * Queue the request for the overnight run.  A patient request    *
      * carries no dates unless it is a relief report given a range;   *
      * a date-range request carries PATIENTID 0.                      *
      *================================================================*
           MOVE 0 TO IND-DATE-FROM
           MOVE 0 TO IND-DATE-TO
           IF CA-RRQ-DATE-FROM EQUAL SPACES
             MOVE -1 TO IND-DATE-FROM
             MOVE -1 TO IND-DATE-TO
           ELSE
             MOVE CA-RRQ-DATE-FROM TO DB2-DATE-FROM
             MOVE CA-RRQ-DATE-TO   TO DB2-DATE-TO
           END-IF

           MOVE ' INSERT REPORTREQUEST' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO REPORTREQUEST
                         ( REQUESTID,
                           JOBNAME,
                           SELECTTYPE,
                           PATIENTID,
                           DATEFROM,
                           DATETO,
                           STATUS,
                           REQUESTEDBY,
                           REQUESTEDTS,
                           ISSUEDTS,
                           FULFILLEDTS,
                           OUTPUTREF )
                  VALUES ( DEFAULT,
                           :CA-RRQ-JOB-NAME,
                           :CA-RRQ-SELECT-TYPE,
                           :DB2-PATIENT-ID,
                           :DB2-DATE-FROM :IND-DATE-FROM,
                           :DB2-DATE-TO :IND-DATE-TO,
                           'O',
                           :CA-OPERATOR-ID,
                           CURRENT TIMESTAMP,
                           NULL,
                           NULL,
                           ' ' )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF

             EXEC SQL
                  SET :DB2-REQUEST-ID = IDENTITY_VAL_LOCAL()
             END-EXEC
             MOVE DB2-REQUEST-ID TO CA-RRQ-REQUEST-ID
             MOVE 'O' TO CA-RRQ-STATUS.

           EXIT.

      *================================================================*
       LIST-OWN-REQUESTS.
      *================================================================*
      * Open a cursor on the operator's requests and return up to 10   *
      * rows, newest first, in the CA-RRQ-RESULT table.                *
      *================================================================*
           MOVE 0 TO CA-RRQ-COUNT
           MOVE 0 TO WS-RRQ-IX
           MOVE CA-RRQ-REQUEST-ID TO DB2-REQUEST-ID

           MOVE ' OPEN OWNREQCUR' TO EM-SQLREQ
           EXEC SQL
               OPEN OWNREQCUR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             MOVE RC-SQL-ERROR TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FETCH-OWN-REQUEST-ROW
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-RRQ-IX = 10

           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
             MOVE RC-SQL-ERROR TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' CLOSE OWNREQCUR' TO EM-SQLREQ
           EXEC SQL
               CLOSE OWNREQCUR
           END-EXEC

           IF CA-RRQ-COUNT GREATER THAN ZERO
             MOVE RC-SUCCESS TO CA-RETURN-CODE
           ELSE
             MOVE RC-NOT-FOUND TO CA-RETURN-CODE
           END-IF.

           EXIT.
      *----------------------------------------------------------------*
       FETCH-OWN-REQUEST-ROW.
      *----------------------------------------------------------------*
      * Fetch one row from OWNREQCUR into the next result slot         *
           MOVE ' FETCH OWNREQCUR' TO EM-SQLREQ
           EXEC SQL
               FETCH OWNREQCUR
                INTO :DB2-RRQ-REQUEST-ID,
                     :DB2-RRQ-JOB-NAME,
                     :DB2-RRQ-SELECT-TYPE,
                     :DB2-RRQ-PATIENT-ID,
                     :DB2-RRQ-DATE-FROM :IND-DATE-FROM,
                     :DB2-RRQ-DATE-TO :IND-DATE-TO,
                     :DB2-RRQ-STATUS,
                     :DB2-RRQ-REQUESTED-TS,
                     :DB2-RRQ-FULFILLED-TS :IND-FULFILLED-TS,
                     :DB2-RRQ-OUTPUT-REF
           END-EXEC

           IF SQLCODE EQUAL 0
             IF IND-DATE-FROM LESS THAN ZERO
               MOVE SPACES TO DB2-RRQ-DATE-FROM
             END-IF
             IF IND-DATE-TO LESS THAN ZERO
               MOVE SPACES TO DB2-RRQ-DATE-TO
             END-IF
             IF IND-FULFILLED-TS LESS THAN ZERO
               MOVE SPACES TO DB2-RRQ-FULFILLED-TS
             END-IF
             ADD 1 TO WS-RRQ-IX
             MOVE WS-RRQ-IX TO CA-RRQ-COUNT
             MOVE DB2-RRQ-REQUEST-ID
               TO CA-RRQ-RES-ID (WS-RRQ-IX)
             MOVE DB2-RRQ-JOB-NAME
               TO CA-RRQ-RES-JOB-NAME (WS-RRQ-IX)
             MOVE DB2-RRQ-SELECT-TYPE
               TO CA-RRQ-RES-SELECT-TYPE (WS-RRQ-IX)
             MOVE DB2-RRQ-PATIENT-ID
               TO CA-RRQ-RES-PATIENT-ID (WS-RRQ-IX)
             MOVE DB2-RRQ-DATE-FROM
               TO CA-RRQ-RES-DATE-FROM (WS-RRQ-IX)
             MOVE DB2-RRQ-DATE-TO
               TO CA-RRQ-RES-DATE-TO (WS-RRQ-IX)
             MOVE DB2-RRQ-STATUS
               TO CA-RRQ-RES-STATUS (WS-RRQ-IX)
             MOVE DB2-RRQ-REQUESTED-TS
               TO CA-RRQ-RES-REQUESTED-TS (WS-RRQ-IX)
             MOVE DB2-RRQ-FULFILLED-TS
               TO CA-RRQ-RES-FULFILLED-TS (WS-RRQ-IX)
             MOVE DB2-RRQ-OUTPUT-REF
               TO CA-RRQ-RES-OUTPUT-REF (WS-RRQ-IX)
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
