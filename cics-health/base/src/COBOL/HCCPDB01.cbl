      ******************************************************************
      *                                                                *
      *         Communication Preferences and Sharing Consent          *
      *                                                                *
      *   To record how a patient wants to be reminded and whether     *
      *  they agree to their record being shared, on the DB2           *
      *  PATIENT_CONSENT table - one row per patient.  HCRMBR01 sends  *
      *  appointment reminders only by the channel chosen here and     *
      *  never by one the patient has opted out of; HCNPTX01 holds     *
      *  back from the regional EHR every event for a patient whose    *
      *  sharing consent is 'N'.  A patient with no row on file is     *
      *  treated as before any of this existed - reminded by mobile    *
      *  and email, and shared.                                        *
      *                                                                *
      *   The consent date and the operator who recorded it are        *
      *  restamped only when the sharing flag actually changes, so a   *
      *  change of reminder channel does not disturb the record of     *
      *  when consent was given or withheld.  An add for a patient     *
      *  already on file replaces the row, the update-then-insert      *
      *  shape HCECDB01 uses for contacts, guarded by the same         *
      *  ROWVERSION token.                                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCPDB01.
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
                                        VALUE 'HCCPDB01------WS'.
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
           03 WS-CA-PREFERENCE-LEN     PIC S9(4) COMP VALUE +33.
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
      * Count used to confirm the patient exists before anything is
      * filed against them
       01  DB2-PATIENT-COUNT           PIC S9(9) COMP.
      * the preferences on file right now - rows predating the
      * version column read as zero
       01  DB2-PREFERENCE.
           03 DB2-CHANNEL              PIC X(01).
           03 DB2-OPTOUT-SMS           PIC X(01).
           03 DB2-OPTOUT-EMAIL         PIC X(01).
           03 DB2-OPTOUT-POST          PIC X(01).
           03 DB2-SHARE-CONSENT        PIC X(01).
           03 DB2-CONSENT-DATE         PIC X(10).
           03 DB2-CONSENT-BY           PIC X(08).
           03 DB2-ROW-VERSION          PIC S9(9) COMP.
           03 DB2-TODAY                PIC X(10).

      * Set when the read found a row for this patient, so the
      * replace-or-insert split knows which leg to take
       01  WS-UPDATE-SWITCHES.
           03 WS-ROW-EXISTS-SW         PIC X(01) VALUE 'N'.
              88 WS-ROW-EXISTS                   VALUE 'Y'.
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

      * this program only maintains preferences and consent - a
      * commarea built for some other transaction is rejected here
           IF NOT CA-REQ-MAINT-PREFERENCES
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * check commarea length - must cover the full preference request
           ADD WS-CA-HEADER-LEN     TO WS-REQUIRED-CA-LEN
           ADD WS-CA-PREFERENCE-LEN TO WS-REQUIRED-CA-LEN

      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE RC-CA-TOO-SHORT TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF NOT CA-PREF-INQUIRE AND NOT CA-PREF-RECORD
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-PREF-RECORD
             PERFORM VALIDATE-PREFERENCES
           END-IF

      * Convert commarea patient id to DB2 integer format
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
      * and save in error msg field incase required
           MOVE CA-PATIENT-ID TO EM-PATNUM

      * nothing gets filed against a PATIENTID that isn't on file
           PERFORM CHECK-PATIENT-EXISTS.

           PERFORM GET-PREFERENCES.

           IF CA-PREF-INQUIRE
             PERFORM RETURN-PREFERENCES
             EXEC CICS RETURN END-EXEC
           END-IF

      * The version read first is what the guarded update pivots on, *
      * and what a caller-supplied token is verified against - a     *
      * stale token is refused with RC-RECORD-CHANGED before anything *
      * is written, the HCUPDB01 convention.                          *
           IF CA-PREF-UPDATE-TOKEN IS NUMERIC
              AND CA-PREF-UPDATE-TOKEN GREATER THAN ZERO
             IF NOT WS-ROW-EXISTS
                OR CA-PREF-UPDATE-TOKEN NOT EQUAL DB2-ROW-VERSION
               MOVE RC-RECORD-CHANGED TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF

      * Call routine to apply the replace or first recording          *
           PERFORM SET-CONSENT-STAMP.

           IF WS-ROW-EXISTS
             PERFORM UPDATE-PREFERENCES
           ELSE
             PERFORM INSERT-PREFERENCES
           END-IF

      *    Return to caller
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       VALIDATE-PREFERENCES.
      *================================================================*
      * A recording must name a channel and a Y/N sharing consent; an *
      * opt-out left blank means not opted out.  A consent date, when *
      * keyed, must be shaped CCYY-MM-DD, the HCALDB01 edit.           *
      *================================================================*
           IF CA-PREF-OPTOUT-SMS EQUAL SPACE
             MOVE 'N' TO CA-PREF-OPTOUT-SMS
           END-IF
           IF CA-PREF-OPTOUT-EMAIL EQUAL SPACE
             MOVE 'N' TO CA-PREF-OPTOUT-EMAIL
           END-IF
           IF CA-PREF-OPTOUT-POST EQUAL SPACE
             MOVE 'N' TO CA-PREF-OPTOUT-POST
           END-IF

           IF NOT CA-PREF-CHANNEL-VALID
              OR (NOT CA-PREF-SHARING-GIVEN
                  AND NOT CA-PREF-SHARING-WITHHELD)
              OR (CA-PREF-OPTOUT-SMS NOT EQUAL 'Y'
                  AND CA-PREF-OPTOUT-SMS NOT EQUAL 'N')
              OR (CA-PREF-OPTOUT-EMAIL NOT EQUAL 'Y'
                  AND CA-PREF-OPTOUT-EMAIL NOT EQUAL 'N')
              OR (CA-PREF-OPTOUT-POST NOT EQUAL 'Y'
                  AND CA-PREF-OPTOUT-POST NOT EQUAL 'N')
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-PREF-CONSENT-DATE NOT EQUAL SPACES
             IF CA-PREF-CONSENT-DATE (5:1) NOT EQUAL '-'
                OR CA-PREF-CONSENT-DATE (8:1) NOT EQUAL '-'
                OR CA-PREF-CONSENT-DATE (1:4) IS NOT NUMERIC
                OR CA-PREF-CONSENT-DATE (6:2) IS NOT NUMERIC
                OR CA-PREF-CONSENT-DATE (9:2) IS NOT NUMERIC
               MOVE RC-INVALID-DATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

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
       GET-PREFERENCES.
      *================================================================*
      * Read the row on file for this patient.  SQLCODE 100 just      *
      * means nothing recorded yet - the insert leg handles that.     *
      *================================================================*
           MOVE 'N' TO WS-ROW-EXISTS-SW.

           MOVE ' SELECT PATIENT_CONSENT' TO EM-SQLREQ
             EXEC SQL
               SELECT REMINDCHANNEL,
                      OPTOUTSMS,
                      OPTOUTEMAIL,
                      OPTOUTPOST,
                      SHARECONSENT,
                      CONSENTDATE,
                      CONSENTBY,
                      COALESCE(ROWVERSION, 0),
                      CURRENT DATE
                 INTO :DB2-CHANNEL,
                      :DB2-OPTOUT-SMS,
                      :DB2-OPTOUT-EMAIL,
                      :DB2-OPTOUT-POST,
                      :DB2-SHARE-CONSENT,
                      :DB2-CONSENT-DATE,
                      :DB2-CONSENT-BY,
                      :DB2-ROW-VERSION,
                      :DB2-TODAY
                 FROM PATIENT_CONSENT
                WHERE PATIENTID = :DB2-PATIENT-ID
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 MOVE 'Y' TO WS-ROW-EXISTS-SW
               WHEN 100
                 CONTINUE
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *================================================================*
       RETURN-PREFERENCES.
      *================================================================*
      * Hand back the row on file, with its version as the token for  *
      * the recording that follows.                                    *
      *================================================================*
           IF NOT WS-ROW-EXISTS
             MOVE RC-NOT-FOUND TO CA-RETURN-CODE
           ELSE
             MOVE DB2-CHANNEL       TO CA-PREF-CHANNEL
             MOVE DB2-OPTOUT-SMS    TO CA-PREF-OPTOUT-SMS
             MOVE DB2-OPTOUT-EMAIL  TO CA-PREF-OPTOUT-EMAIL
             MOVE DB2-OPTOUT-POST   TO CA-PREF-OPTOUT-POST
             MOVE DB2-SHARE-CONSENT TO CA-PREF-SHARE-CONSENT
             MOVE DB2-CONSENT-DATE  TO CA-PREF-CONSENT-DATE
             MOVE DB2-CONSENT-BY    TO CA-PREF-CONSENT-BY
             MOVE DB2-ROW-VERSION   TO CA-PREF-UPDATE-TOKEN
           END-IF.

           EXIT.

      *================================================================*
       SET-CONSENT-STAMP.
      *================================================================*
      * A first recording, or a change of the sharing flag, is stamped*
      * with the date keyed (blank - today) and the operator making   *
      * it.  Anything else keeps the stamp already on file.  A date   *
      * in the future is refused.                                      *
      *================================================================*
           IF WS-ROW-EXISTS
              AND CA-PREF-SHARE-CONSENT EQUAL DB2-SHARE-CONSENT
             MOVE DB2-CONSENT-DATE TO CA-PREF-CONSENT-DATE
             MOVE DB2-CONSENT-BY   TO CA-PREF-CONSENT-BY
           ELSE
             IF NOT WS-ROW-EXISTS
               EXEC SQL
                 SET :DB2-TODAY = CURRENT DATE
               END-EXEC
             END-IF
             IF CA-PREF-CONSENT-DATE EQUAL SPACES
               MOVE DB2-TODAY TO CA-PREF-CONSENT-DATE
             END-IF
             IF CA-PREF-CONSENT-DATE GREATER THAN DB2-TODAY
               MOVE RC-INVALID-DATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             MOVE CA-OPERATOR-ID TO CA-PREF-CONSENT-BY
           END-IF.

           EXIT.

      *================================================================*
       UPDATE-PREFERENCES.
      *================================================================*
      * Replace the row on file, guarded on the version just read - a *
      * row another task changed in between answers 100 and is        *
      * refused as RC-RECORD-CHANGED rather than overwritten.          *
      *================================================================*
           MOVE ' UPDATE PATIENT_CONSENT' TO EM-SQLREQ
             EXEC SQL
               UPDATE PATIENT_CONSENT
                  SET REMINDCHANNEL = :CA-PREF-CHANNEL,
                      OPTOUTSMS     = :CA-PREF-OPTOUT-SMS,
                      OPTOUTEMAIL   = :CA-PREF-OPTOUT-EMAIL,
                      OPTOUTPOST    = :CA-PREF-OPTOUT-POST,
                      SHARECONSENT  = :CA-PREF-SHARE-CONSENT,
                      CONSENTDATE   = :CA-PREF-CONSENT-DATE,
                      CONSENTBY     = :CA-PREF-CONSENT-BY,
                      ROWVERSION    = :DB2-ROW-VERSION + 1
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND COALESCE(ROWVERSION, 0) = :DB2-ROW-VERSION
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 COMPUTE CA-PREF-UPDATE-TOKEN = DB2-ROW-VERSION + 1
               WHEN 100
                 MOVE RC-RECORD-CHANGED TO CA-RETURN-CODE
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *================================================================*
       INSERT-PREFERENCES.
      *================================================================*
      * Nothing recorded for this patient yet - file the first row.   *
      *================================================================*
           MOVE ' INSERT PATIENT_CONSENT' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO PATIENT_CONSENT
                         ( PATIENTID,
                           REMINDCHANNEL,
                           OPTOUTSMS,
                           OPTOUTEMAIL,
                           OPTOUTPOST,
                           SHARECONSENT,
                           CONSENTDATE,
                           CONSENTBY,
                           ROWVERSION )
                  VALUES ( :DB2-PATIENT-ID,
                           :CA-PREF-CHANNEL,
                           :CA-PREF-OPTOUT-SMS,
                           :CA-PREF-OPTOUT-EMAIL,
                           :CA-PREF-OPTOUT-POST,
                           :CA-PREF-SHARE-CONSENT,
                           :CA-PREF-CONSENT-DATE,
                           :CA-PREF-CONSENT-BY,
                           1 )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF

             MOVE 1 TO CA-PREF-UPDATE-TOKEN.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
