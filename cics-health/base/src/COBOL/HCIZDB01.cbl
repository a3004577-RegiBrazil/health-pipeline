      ******************************************************************
      *                                                                *
      *        Maintain Immunisations and the Vaccine Schedule         *
      *                                                                *
      *   MIMMUN records, or withdraws, a dose of vaccine given to a   *
      *  patient on the DB2 IMMUNISATION table - the vaccine, which    *
      *  dose of the course it was, the manufacturer's batch number,   *
      *  the date given, who gave it and the injection site.  Only a   *
      *  vaccine the VACCSCHEDULE reference carries is accepted, so    *
      *  every dose on file is one the HCVRBR01 monthly recall can     *
      *  reckon the next dose from.  Re-recording a dose already on    *
      *  file corrects it, the update-then-insert shape HCALDB01 uses  *
      *  for allergies; a withdrawal marks the row inactive with who   *
      *  withdrew it and when rather than deleting it.                 *
      *                                                                *
      *   MVACSC maintains the VACCSCHEDULE reference itself - for     *
      *  each vaccine and dose, the age in months it falls due, the    *
      *  interval since the previous dose, the age past which it is    *
      *  no longer offered, and whether it recurs as a booster.  The   *
      *  two requests share a program the way HCTHDB01 serves both     *
      *  the patient and the clinic-default thresholds.                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCIZDB01.
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
                                        VALUE 'HCIZDB01------WS'.
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
           03 WS-CA-IMMUN-LEN          PIC S9(4) COMP VALUE +73.
           03 WS-CA-VACC-SCHED-LEN     PIC S9(4) COMP VALUE +55.
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
           03 DB2-DOSE-NUMBER          PIC S9(4) COMP.
           03 DB2-GIVEN-DATE           PIC X(10).
           03 DB2-MIN-AGE              PIC S9(4) COMP.
           03 DB2-MAX-AGE              PIC S9(4) COMP.
           03 DB2-INTERVAL             PIC S9(4) COMP.
      * Counts used to confirm the patient exists, and that the
      * vaccine is one the schedule carries, before a dose is filed
       01  DB2-PATIENT-COUNT           PIC S9(9) COMP.
       01  DB2-VACCINE-COUNT           PIC S9(9) COMP.
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

      * this program only maintains immunisations and the schedule -
      * a commarea built for some other transaction is rejected here
           IF NOT CA-REQ-MAINT-IMMUNISATION
              AND NOT CA-REQ-MAINT-VACC-SCHEDULE
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * check commarea length - must cover the full request
           ADD WS-CA-HEADER-LEN TO WS-REQUIRED-CA-LEN
           IF CA-REQ-MAINT-IMMUNISATION
             ADD WS-CA-IMMUN-LEN      TO WS-REQUIRED-CA-LEN
           ELSE
             ADD WS-CA-VACC-SCHED-LEN TO WS-REQUIRED-CA-LEN
           END-IF

      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE RC-CA-TOO-SHORT TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * An MVACSC request maintains the schedule reference and never
      * touches a patient's record
           IF CA-REQ-MAINT-VACC-SCHEDULE
             PERFORM MAINTAIN-VACCINE-SCHEDULE
             EXEC CICS RETURN END-EXEC
           END-IF

      * every request names the vaccine; a withdrawal must also say
      * which dose, since a course holds several
           IF (NOT CA-IMMUN-ADD AND NOT CA-IMMUN-DELETE)
              OR CA-IMMUN-VACCINE EQUAL SPACES
              OR CA-IMMUN-DOSE-NUMBER IS NOT NUMERIC
              OR (CA-IMMUN-DELETE
                  AND CA-IMMUN-DOSE-NUMBER EQUAL ZERO)
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * Convert commarea patient id to DB2 integer format
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
      * and save in error msg field incase required
           MOVE CA-PATIENT-ID TO EM-PATNUM

      * nothing gets filed against a PATIENTID that isn't on file
           PERFORM CHECK-PATIENT-EXISTS.

      * Call routine to apply the dose or its withdrawal              *
           IF CA-IMMUN-ADD
             PERFORM CHECK-VACCINE-SCHEDULED
             PERFORM VALIDATE-GIVEN-DATE
             PERFORM SET-DOSE-NUMBER
             PERFORM UPDATE-IMMUNISATION
             IF SQLCODE EQUAL 100
               PERFORM INSERT-IMMUNISATION
             END-IF
           ELSE
             MOVE CA-IMMUN-DOSE-NUMBER TO DB2-DOSE-NUMBER
             PERFORM WITHDRAW-IMMUNISATION
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
       CHECK-VACCINE-SCHEDULED.
      *================================================================*
      * A vaccine code the schedule does not carry is refused - the   *
      * recall could never say when its next dose falls due.          *
      *================================================================*
           MOVE ' CHECK VACCINE' TO EM-SQLREQ
             EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-VACCINE-COUNT
                 FROM VACCSCHEDULE
                WHERE VACCINE = :CA-IMMUN-VACCINE
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF

             IF DB2-VACCINE-COUNT EQUAL ZERO
               MOVE RC-UNKNOWN-VACCINE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       VALIDATE-GIVEN-DATE.
      *================================================================*
      * The date the dose was given - blank means today.  Anything    *
      * keyed must be shaped CCYY-MM-DD, the HCALDB01 edit.            *
      *================================================================*
           IF CA-IMMUN-GIVEN-DATE EQUAL SPACES
             EXEC SQL
                  SET :DB2-GIVEN-DATE = CURRENT DATE
             END-EXEC
           ELSE
             IF CA-IMMUN-GIVEN-DATE (5:1) NOT EQUAL '-'
                OR CA-IMMUN-GIVEN-DATE (8:1) NOT EQUAL '-'
                OR CA-IMMUN-GIVEN-DATE (1:4) IS NOT NUMERIC
                OR CA-IMMUN-GIVEN-DATE (6:2) IS NOT NUMERIC
                OR CA-IMMUN-GIVEN-DATE (9:2) IS NOT NUMERIC
               MOVE RC-INVALID-DATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE CA-IMMUN-GIVEN-DATE TO DB2-GIVEN-DATE
           END-IF.

           EXIT.

      *================================================================*
       SET-DOSE-NUMBER.
      *================================================================*
      * A dose number of zero is the next dose of the course - one    *
      * more than the highest dose of this vaccine already on record. *
      * The number filed is handed back in the commarea.              *
      *================================================================*
           IF CA-IMMUN-DOSE-NUMBER GREATER THAN ZERO
             MOVE CA-IMMUN-DOSE-NUMBER TO DB2-DOSE-NUMBER
           ELSE
             MOVE ' SELECT NEXT DOSE' TO EM-SQLREQ
             EXEC SQL
               SELECT COALESCE(MAX(DOSENO), 0) + 1
                 INTO :DB2-DOSE-NUMBER
                 FROM IMMUNISATION
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND VACCINE   = :CA-IMMUN-VACCINE
                  AND STATUS    = 'A'
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE DB2-DOSE-NUMBER TO CA-IMMUN-DOSE-NUMBER
           END-IF.

           EXIT.

      *================================================================*
       UPDATE-IMMUNISATION.
      *================================================================*
      * Correct a dose already on record.  SQLCODE 100 just means     *
      * this dose is not on file yet - the insert leg handles that.   *
      *================================================================*
           MOVE ' UPDATE IMMUNISATION' TO EM-SQLREQ
             EXEC SQL
               UPDATE IMMUNISATION
                  SET BATCHNO    = :CA-IMMUN-BATCH-NUMBER,
                      GIVENDATE  = :DB2-GIVEN-DATE,
                      GIVENBY    = :CA-IMMUN-GIVEN-BY,
                      SITE       = :CA-IMMUN-SITE,
                      RECORDEDBY = :CA-OPERATOR-ID
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND VACCINE   = :CA-IMMUN-VACCINE
                  AND DOSENO    = :DB2-DOSE-NUMBER
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
       INSERT-IMMUNISATION.
      *================================================================*
      * This dose is not on file yet - record it.                     *
      *================================================================*
           MOVE ' INSERT IMMUNISATION' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO IMMUNISATION
                         ( IMMUNID,
                           PATIENTID,
                           VACCINE,
                           DOSENO,
                           BATCHNO,
                           GIVENDATE,
                           GIVENBY,
                           SITE,
                           RECORDEDBY,
                           STATUS )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :CA-IMMUN-VACCINE,
                           :DB2-DOSE-NUMBER,
                           :CA-IMMUN-BATCH-NUMBER,
                           :DB2-GIVEN-DATE,
                           :CA-IMMUN-GIVEN-BY,
                           :CA-IMMUN-SITE,
                           :CA-OPERATOR-ID,
                           'A' )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       WITHDRAW-IMMUNISATION.
      *================================================================*
      * A dose recorded in error is marked inactive, with who         *
      * withdrew it and when, rather than deleted.  Nothing active    *
      * for that vaccine and dose answers RC-NOT-FOUND.               *
      *================================================================*
           MOVE ' WITHDRAW IMMUNISATION' TO EM-SQLREQ
             EXEC SQL
               UPDATE IMMUNISATION
                  SET STATUS    = 'I',
                      REMOVEDBY = :CA-OPERATOR-ID,
                      REMOVEDTS = CURRENT TIMESTAMP
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND VACCINE   = :CA-IMMUN-VACCINE
                  AND DOSENO    = :DB2-DOSE-NUMBER
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

      *================================================================*
       MAINTAIN-VACCINE-SCHEDULE.
      *================================================================*
      * Add or re-state a schedule row (update-then-insert), or       *
      * remove one.  Doses already given stay on the patients'        *
      * records; the recall simply stops reckoning from a removed     *
      * row.                                                           *
      *================================================================*
           IF (NOT CA-VSC-ADD AND NOT CA-VSC-DELETE)
              OR CA-VSC-VACCINE EQUAL SPACES
              OR CA-VSC-DOSE-NUMBER IS NOT NUMERIC
              OR CA-VSC-DOSE-NUMBER EQUAL ZERO
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE CA-VSC-DOSE-NUMBER TO DB2-DOSE-NUMBER

           IF CA-VSC-DELETE
             PERFORM DELETE-VACCINE-SCHEDULE
           ELSE
             IF CA-VSC-MIN-AGE IS NOT NUMERIC
                OR CA-VSC-MAX-AGE IS NOT NUMERIC
                OR CA-VSC-INTERVAL IS NOT NUMERIC
                OR NOT CA-VSC-REPEATS-VALID
                OR (CA-VSC-MAX-AGE GREATER THAN ZERO
                    AND CA-VSC-MAX-AGE LESS THAN CA-VSC-MIN-AGE)
                OR (CA-VSC-REPEATS EQUAL 'Y'
                    AND CA-VSC-INTERVAL EQUAL ZERO)
               MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE CA-VSC-MIN-AGE  TO DB2-MIN-AGE
             MOVE CA-VSC-MAX-AGE  TO DB2-MAX-AGE
             MOVE CA-VSC-INTERVAL TO DB2-INTERVAL
             PERFORM UPDATE-VACCINE-SCHEDULE
             IF SQLCODE EQUAL 100
               PERFORM INSERT-VACCINE-SCHEDULE
             END-IF
           END-IF.

           EXIT.

      *================================================================*
       UPDATE-VACCINE-SCHEDULE.
      *================================================================*
           MOVE ' UPDATE VACCSCHEDULE' TO EM-SQLREQ
             EXEC SQL
               UPDATE VACCSCHEDULE
                  SET DESCRIPTION    = :CA-VSC-DESCRIPTION,
                      MINAGEMONTHS   = :DB2-MIN-AGE,
                      MAXAGEMONTHS   = :DB2-MAX-AGE,
                      INTERVALMONTHS = :DB2-INTERVAL,
                      REPEATS        = :CA-VSC-REPEATS,
                      UPDATEDBY      = :CA-OPERATOR-ID,
                      UPDATEDTS      = CURRENT TIMESTAMP
                WHERE VACCINE = :CA-VSC-VACCINE
                  AND DOSENO  = :DB2-DOSE-NUMBER
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
       INSERT-VACCINE-SCHEDULE.
      *================================================================*
           MOVE ' INSERT VACCSCHEDULE' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO VACCSCHEDULE
                         ( VACCINE,
                           DOSENO,
                           DESCRIPTION,
                           MINAGEMONTHS,
                           MAXAGEMONTHS,
                           INTERVALMONTHS,
                           REPEATS,
                           UPDATEDBY,
                           UPDATEDTS )
                  VALUES ( :CA-VSC-VACCINE,
                           :DB2-DOSE-NUMBER,
                           :CA-VSC-DESCRIPTION,
                           :DB2-MIN-AGE,
                           :DB2-MAX-AGE,
                           :DB2-INTERVAL,
                           :CA-VSC-REPEATS,
                           :CA-OPERATOR-ID,
                           CURRENT TIMESTAMP )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       DELETE-VACCINE-SCHEDULE.
      *================================================================*
           MOVE ' DELETE VACCSCHEDULE' TO EM-SQLREQ
             EXEC SQL
               DELETE FROM VACCSCHEDULE
                WHERE VACCINE = :CA-VSC-VACCINE
                  AND DOSENO  = :DB2-DOSE-NUMBER
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
