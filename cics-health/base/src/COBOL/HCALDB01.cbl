      ******************************************************************
      *                                                                *
      *              Maintain Patient Allergies                        *
      *                                                                *
      *   To record, or withdraw, the allergies held for a patient on  *
      *  the DB2 ALLERGY table - the allergen (a drug identifier, the  *
      *  same value a prescription carries in CA-IDENTIFIER, or a      *
      *  drug class tied to its members by DRUGRULE synonym rows),     *
      *  the reaction seen, its severity, who recorded it and when.    *
      *  HCMADB02 checks every new or amended prescription against    *
      *  the active rows here before it reaches the MEDICATION table.  *
      *                                                                *
      *   An add for an allergen already active on the register        *
      *  re-records it (new reaction, severity, recorder and date),    *
      *  the update-then-insert shape HCECDB01 uses for contacts.  A   *
      *  withdrawal does not delete the row - it is marked inactive    *
      *  with who withdrew it and when, so the register keeps a        *
      *  record of what was once believed about the patient.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCALDB01.
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
                                        VALUE 'HCALDB01------WS'.
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
           03 WS-CA-ALLERGY-LEN        PIC S9(4) COMP VALUE +63.
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
           03 DB2-RECORDED-DATE        PIC X(10).
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

      * this program only maintains the allergy register - a commarea
      * built for some other transaction is rejected here
           IF NOT CA-REQ-MAINT-ALLERGY
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * check commarea length - must cover the full allergy request
           ADD WS-CA-HEADER-LEN  TO WS-REQUIRED-CA-LEN
           ADD WS-CA-ALLERGY-LEN TO WS-REQUIRED-CA-LEN

      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE RC-CA-TOO-SHORT TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * every request names an allergen; an add must also say what
      * kind of allergen it is and how severe the reaction was, since
      * the severity is what decides refuse-or-caution at prescribing
           IF (NOT CA-ALLERGY-ADD AND NOT CA-ALLERGY-DELETE)
              OR CA-ALLERGEN EQUAL SPACES
              OR (CA-ALLERGY-ADD
                  AND ((NOT CA-ALLERGEN-DRUG
                        AND NOT CA-ALLERGEN-CLASS)
                       OR NOT CA-ALLERGY-SEVERITY-VALID))
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * Convert commarea patient id to DB2 integer format
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
      * and save in error msg field incase required
           MOVE CA-PATIENT-ID TO EM-PATNUM

      * nothing gets filed against a PATIENTID that isn't on file
           PERFORM CHECK-PATIENT-EXISTS.

      * Call routine to apply the add/re-record or withdrawal        *
           IF CA-ALLERGY-ADD
             PERFORM VALIDATE-RECORDED-DATE
             PERFORM UPDATE-ALLERGY
             IF SQLCODE EQUAL 100
               PERFORM INSERT-ALLERGY
             END-IF
           ELSE
             PERFORM WITHDRAW-ALLERGY
           END-IF

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
       VALIDATE-RECORDED-DATE.
      *================================================================*
      * The date the allergy was reported - blank means today.        *
      * Anything keyed must be shaped CCYY-MM-DD, the same edit        *
      * HCSCDB01 applies to an appointment date.                       *
      *================================================================*
           IF CA-ALLERGY-RECORDED-DATE EQUAL SPACES
             EXEC SQL
                  SET :DB2-RECORDED-DATE = CURRENT DATE
             END-EXEC
           ELSE
             IF CA-ALLERGY-RECORDED-DATE (5:1) NOT EQUAL '-'
                OR CA-ALLERGY-RECORDED-DATE (8:1) NOT EQUAL '-'
                OR CA-ALLERGY-RECORDED-DATE (1:4) IS NOT NUMERIC
                OR CA-ALLERGY-RECORDED-DATE (6:2) IS NOT NUMERIC
                OR CA-ALLERGY-RECORDED-DATE (9:2) IS NOT NUMERIC
               MOVE RC-INVALID-DATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE CA-ALLERGY-RECORDED-DATE TO DB2-RECORDED-DATE
           END-IF.

           EXIT.

      *================================================================*
       UPDATE-ALLERGY.
      *================================================================*
      * Re-record an allergen already active on the register.  SQLCODE *
      * 100 just means nothing active for it yet - the insert leg      *
      * handles that.                                                  *
      *================================================================*
           MOVE ' UPDATE ALLERGY' TO EM-SQLREQ
             EXEC SQL
               UPDATE ALLERGY
                  SET ALLERGENTYPE = :CA-ALLERGEN-TYPE,
                      REACTION     = :CA-ALLERGY-REACTION,
                      SEVERITY     = :CA-ALLERGY-SEVERITY,
                      RECORDEDBY   = :CA-OPERATOR-ID,
                      RECORDEDDATE = :DB2-RECORDED-DATE
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND ALLERGEN  = :CA-ALLERGEN
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
       INSERT-ALLERGY.
      *================================================================*
      * Nothing active for this allergen yet - file one.               *
      *================================================================*
           MOVE ' INSERT ALLERGY' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO ALLERGY
                         ( ALLERGYID,
                           PATIENTID,
                           ALLERGEN,
                           ALLERGENTYPE,
                           REACTION,
                           SEVERITY,
                           RECORDEDBY,
                           RECORDEDDATE,
                           STATUS )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :CA-ALLERGEN,
                           :CA-ALLERGEN-TYPE,
                           :CA-ALLERGY-REACTION,
                           :CA-ALLERGY-SEVERITY,
                           :CA-OPERATOR-ID,
                           :DB2-RECORDED-DATE,
                           'A' )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       WITHDRAW-ALLERGY.
      *================================================================*
      * An allergy recorded in error is marked inactive, with who      *
      * withdrew it and when, rather than deleted.  Nothing active     *
      * for the allergen answers RC-NOT-FOUND.                         *
      *================================================================*
           MOVE ' WITHDRAW ALLERGY' TO EM-SQLREQ
             EXEC SQL
               UPDATE ALLERGY
                  SET STATUS    = 'I',
                      REMOVEDBY = :CA-OPERATOR-ID,
                      REMOVEDTS = CURRENT TIMESTAMP
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND ALLERGEN  = :CA-ALLERGEN
                  AND STATUS    = 'A'
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 MOVE RC-SUCCESS TO CA-RETURN-CODE
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
