      ******************************************************************
      *                                                                *
      *                  Laboratory Test Order Entry                   *
      *                                                                *
      *   ALBORD raises the laboratory tests a clinician orders for a  *
      *  patient on the DB2 LABORDER table - one order per test, with  *
      *  the ordering clinician, any clinical notes for the lab and    *
      *  the order date - so the practice knows what it is waiting on  *
      *  rather than only what the lab happened to send back.  Each    *
      *  test code must be on the LABTEST reference, the same codes    *
      *  the lab quotes on its results file (LI-TEST-CODE), so every   *
      *  order is one HCLBBR01 can match a result to; LABTEST also     *
      *  carries the test's expected turnaround in days, which the     *
      *  HCLOBR01 daily overdue report measures each order against.   *
      *                                                                *
      *   An order moves through O ordered, S sent (HCLXBR01 writes   *
      *  it to the lab's order file), R resulted (HCLBBR01 closes it   *
      *  when the result arrives) and C cancelled.  A test already     *
      *  open for the patient is refused as a duplicate, so a result   *
      *  can never be left with two orders to choose between, and the  *
      *  whole request is checked before anything is filed - either    *
      *  every test on it is ordered or none is.  A cancellation      *
      *  quotes the order id, checked against the patient the way      *
      *  HCORDB01 checks a referral, and is only taken while the      *
      *  order is still waiting on its result.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLODB01.
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
                                        VALUE 'HCLODB01------WS'.
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
           03 WS-CA-LAB-ORDER-LEN      PIC S9(4) COMP VALUE +184.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      * Subscripts over the five test slots - the slot being checked
      * or filed, and the earlier slot it is compared against
       01  WS-TEST-IX                  PIC 9(02) COMP.
       01  WS-PRIOR-IX                 PIC 9(02) COMP.
       01  WS-TESTS-KEYED              PIC 9(02) COMP.

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
           03 DB2-ORDER-ID             PIC S9(9) COMP.
           03 DB2-ORDER-DATE           PIC X(10).
           03 DB2-TEST-CODE            PIC X(08).
       01  DB2-OUT.
           03 DB2-PATIENT-STATE        PIC X(01).
              88 DB2-PATIENT-ACTIVE             VALUE 'A'.
           03 DB2-STATUS               PIC X(01).
              88 DB2-STATUS-ORDERED             VALUE 'O'.
              88 DB2-STATUS-SENT                VALUE 'S'.
      * Counts used to confirm the test is on the reference, and that
      * the patient has no order for it still open
       01  DB2-TEST-COUNT              PIC S9(9) COMP.
       01  DB2-OPEN-COUNT              PIC S9(9) COMP.
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

      * this program only takes lab orders - a commarea built for
      * some other transaction is rejected here
           IF NOT CA-REQ-LAB-ORDER
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * check commarea length - must cover the full lab order request
           ADD WS-CA-HEADER-LEN    TO WS-REQUIRED-CA-LEN
           ADD WS-CA-LAB-ORDER-LEN TO WS-REQUIRED-CA-LEN

      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE RC-CA-TOO-SHORT TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * a new order must say who ordered it and at least one test;
      * a cancellation needs the order it applies to
           IF NOT CA-LBO-ORDER AND NOT CA-LBO-CANCEL
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-LBO-ORDER
             MOVE ZERO TO WS-TESTS-KEYED
             PERFORM COUNT-TEST-KEYED
               VARYING WS-TEST-IX FROM 1 BY 1
                 UNTIL WS-TEST-IX GREATER THAN 5
             IF CA-LBO-CLINICIAN EQUAL SPACES
                OR WS-TESTS-KEYED EQUAL ZERO
               MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
           ELSE
             IF CA-LBO-ORDER-ID IS NOT NUMERIC
                OR CA-LBO-ORDER-ID EQUAL ZERO
               MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE CA-LBO-ORDER-ID TO DB2-ORDER-ID
           END-IF

      * Convert commarea patient id to DB2 integer format
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
      * and save in error msg field incase required
           MOVE CA-PATIENT-ID TO EM-PATNUM

      * Call routine to raise the orders or cancel the one quoted    *
           IF CA-LBO-ORDER
             PERFORM CHECK-PATIENT-ACTIVE
             PERFORM VALIDATE-ORDER-DATE
             PERFORM CHECK-ORDER-TEST
               VARYING WS-TEST-IX FROM 1 BY 1
                 UNTIL WS-TEST-IX GREATER THAN 5
             MOVE ZERO TO CA-LBO-TEST-COUNT
             MOVE ZERO TO CA-LBO-ORDER-ID
             PERFORM INSERT-LAB-ORDER
               VARYING WS-TEST-IX FROM 1 BY 1
                 UNTIL WS-TEST-IX GREATER THAN 5
             MOVE 'O' TO DB2-STATUS
           ELSE
             PERFORM READ-ORDER-STATUS
             PERFORM CANCEL-LAB-ORDER
           END-IF

           MOVE DB2-STATUS TO CA-LBO-STATUS.

      *    Return to caller
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       COUNT-TEST-KEYED.
      *================================================================*
           IF CA-LBO-TEST-CODE (WS-TEST-IX) NOT EQUAL SPACES
             ADD 1 TO WS-TESTS-KEYED
           END-IF.

           EXIT.

      *================================================================*
       CHECK-PATIENT-ACTIVE.
      *================================================================*
      * Tests are only ordered for a patient on file who is neither   *
      * deactivated nor deceased.                                      *
      *================================================================*
           MOVE ' CHECK PATIENT' TO EM-SQLREQ
             EXEC SQL
               SELECT CASE WHEN STATUS = 'I'
                             OR DATEOFDEATH IS NOT NULL
                           THEN 'I' ELSE 'A' END
                 INTO :DB2-PATIENT-STATE
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 IF NOT DB2-PATIENT-ACTIVE
                   MOVE RC-INACTIVE TO CA-RETURN-CODE
                   EXEC CICS RETURN END-EXEC
                 END-IF
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *================================================================*
       VALIDATE-ORDER-DATE.
      *================================================================*
      * The order date - blank means today.  Anything keyed must be   *
      * shaped CCYY-MM-DD, the HCALDB01 edit.                          *
      *================================================================*
           IF CA-LBO-ORDER-DATE EQUAL SPACES
             EXEC SQL
                  SET :DB2-ORDER-DATE = CURRENT DATE
             END-EXEC
           ELSE
             IF CA-LBO-ORDER-DATE (5:1) NOT EQUAL '-'
                OR CA-LBO-ORDER-DATE (8:1) NOT EQUAL '-'
                OR CA-LBO-ORDER-DATE (1:4) IS NOT NUMERIC
                OR CA-LBO-ORDER-DATE (6:2) IS NOT NUMERIC
                OR CA-LBO-ORDER-DATE (9:2) IS NOT NUMERIC
               MOVE RC-INVALID-DATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE CA-LBO-ORDER-DATE TO DB2-ORDER-DATE
           END-IF.

           EXIT.

      *================================================================*
       CHECK-ORDER-TEST.
      *================================================================*
      * Every test keyed must be on the LABTEST reference, keyed only *
      * once on the request, and not already open for the patient -   *
      * checked for all five slots before any order is filed.         *
      *================================================================*
           IF CA-LBO-TEST-CODE (WS-TEST-IX) NOT EQUAL SPACES
             MOVE CA-LBO-TEST-CODE (WS-TEST-IX) TO DB2-TEST-CODE
             PERFORM CHECK-TEST-REFERENCE
             PERFORM CHECK-REPEATED-TEST
               VARYING WS-PRIOR-IX FROM 1 BY 1
                 UNTIL WS-PRIOR-IX NOT LESS THAN WS-TEST-IX
             PERFORM CHECK-TEST-OPEN
           END-IF.

           EXIT.

      *================================================================*
       CHECK-TEST-REFERENCE.
      *================================================================*
           MOVE ' CHECK LABTEST' TO EM-SQLREQ
             EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-TEST-COUNT
                 FROM LABTEST
                WHERE TESTCODE = :DB2-TEST-CODE
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF

             IF DB2-TEST-COUNT EQUAL ZERO
               MOVE RC-UNKNOWN-TEST TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       CHECK-REPEATED-TEST.
      *================================================================*
      * One pass of the comparison against the slots keyed before     *
      * this one, driven by the PERFORM VARYING in CHECK-ORDER-TEST.  *
      *================================================================*
           IF CA-LBO-TEST-CODE (WS-PRIOR-IX) EQUAL DB2-TEST-CODE
             MOVE RC-DUPLICATE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       CHECK-TEST-OPEN.
      *================================================================*
      * An order for the same test still waiting on its result makes  *
      * this one a duplicate.                                          *
      *================================================================*
           MOVE ' CHECK OPEN ORDER' TO EM-SQLREQ
             EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-OPEN-COUNT
                 FROM LABORDER
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND TESTCODE  = :DB2-TEST-CODE
                  AND STATUS IN ('O', 'S')
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF

             IF DB2-OPEN-COUNT GREATER THAN ZERO
               MOVE RC-DUPLICATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       INSERT-LAB-ORDER.
      *================================================================*
      * File one order as ordered and hand its generated id back      *
      * beside the test code; the first id also goes back in          *
      * CA-LBO-ORDER-ID so the desk has one number to quote.  A       *
      * failed insert abends the task, and the task-end rollback      *
      * takes back any test already filed from the same request.      *
      *================================================================*
           IF CA-LBO-TEST-CODE (WS-TEST-IX) NOT EQUAL SPACES
             MOVE CA-LBO-TEST-CODE (WS-TEST-IX) TO DB2-TEST-CODE
             MOVE ' INSERT LABORDER' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO LABORDER
                         ( ORDERID,
                           PATIENTID,
                           TESTCODE,
                           CLINICIAN,
                           NOTES,
                           ORDERDATE,
                           STATUS,
                           ORDEREDBY,
                           UPDATEDBY,
                           UPDATEDTS )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :DB2-TEST-CODE,
                           :CA-LBO-CLINICIAN,
                           :CA-LBO-NOTES,
                           :DB2-ORDER-DATE,
                           'O',
                           :CA-OPERATOR-ID,
                           :CA-OPERATOR-ID,
                           CURRENT TIMESTAMP )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('HCLO') NODUMP END-EXEC
             END-IF

             EXEC SQL
                  SET :DB2-ORDER-ID = IDENTITY_VAL_LOCAL()
             END-EXEC
             MOVE DB2-ORDER-ID TO CA-LBO-TEST-ORDER-ID (WS-TEST-IX)
             IF CA-LBO-ORDER-ID EQUAL ZERO
               MOVE DB2-ORDER-ID TO CA-LBO-ORDER-ID
             END-IF
             ADD 1 TO CA-LBO-TEST-COUNT
           END-IF.

           EXIT.

      *================================================================*
       READ-ORDER-STATUS.
      *================================================================*
      * The order must be this patient's, and still waiting on its    *
      * result - a resulted or cancelled order stays as it is.        *
      *================================================================*
           MOVE ' SELECT LABORDER' TO EM-SQLREQ
             EXEC SQL
               SELECT STATUS
                 INTO :DB2-STATUS
                 FROM LABORDER
                WHERE ORDERID   = :DB2-ORDER-ID
                  AND PATIENTID = :DB2-PATIENT-ID
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 CONTINUE
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE

             IF NOT DB2-STATUS-ORDERED AND NOT DB2-STATUS-SENT
               MOVE DB2-STATUS TO CA-LBO-STATUS
               MOVE RC-INVALID-STATUS-CHANGE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       CANCEL-LAB-ORDER.
      *================================================================*
      * The status test is repeated on the update, so a result that   *
      * closed the order since it was read is reported the            *
      * RC-RECORD-CHANGED way rather than overwritten.                *
      *================================================================*
           MOVE ' CANCEL LABORDER' TO EM-SQLREQ
             EXEC SQL
               UPDATE LABORDER
                  SET STATUS    = 'C',
                      UPDATEDBY = :CA-OPERATOR-ID,
                      UPDATEDTS = CURRENT TIMESTAMP
                WHERE ORDERID = :DB2-ORDER-ID
                  AND STATUS IN ('O', 'S')
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 MOVE 'C' TO DB2-STATUS
               WHEN 100
                 MOVE RC-RECORD-CHANGED TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
