      *  The cursor is WITH HOLD so the mid-scan commits do not close  *
      *  it, the HCARBR01 discipline.                                  *
      *                                                                *
      *   The job is held - return code 12, BATCHRUN status 'H' -      *
      *  until the HCNSBR01 no-show sweep has completed for the        *
      *  business date, so nobody is reminded of a slot already freed. *
      *                                                                *
      *   Each patient is reminded only the way their PATIENT_CONSENT  *
      *  row (HCCPDB01) asks - SMS, email or post, with the address    *
      *  carried in place of the mobile and email for post - and not   *
      *  at all when they chose no reminders or opted out of the       *
      *  channel they chose.  A patient with no preferences on file    *
      *  gets mobile and email as always, less any channel opted out   *
      *  of.  Patients skipped are counted on the job log but still    *
      *  stamped, so a rerun does not reconsider them.                 *
      *                                                                *
      *   Each run is one transmission.  It takes the next RMDO        *
      *  sequence number on the XMITLOG transmission log (HCTLOGWS),   *
      *  carries it in the trailer, and keeps a copy of every record   *
      *  written, trailer included, on XMITRECORD - HCAKBR01 matches   *
      *  the mail house's acknowledgment against the log and resends   *
      *  from that copy.  A run that cannot log the transmission       *
      *  still writes the file, says so and ends with return code 4.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRMBR01.
           03 WS-COMMIT-LIMIT       PIC 9(05) COMP VALUE 500.
           03 WS-UNCOMMITTED        PIC 9(05) COMP VALUE ZERO.
           03 WS-REMINDERS-WRITTEN  PIC 9(07) COMP VALUE ZERO.
           03 WS-REMINDERS-SKIPPED  PIC 9(07) COMP VALUE ZERO.
           03 WS-APPTS-READ         PIC 9(07) COMP VALUE ZERO.
      * how this reminder goes - 'S' SMS, 'E' email, 'P' post, 'B'
      * both mobile and email (no preference on file), or space when
      * the patient is not to be reminded at all
           03 WS-SEND-CHANNEL       PIC X(01) VALUE SPACE.
              88 WS-SEND-NOTHING             VALUE SPACE.

      *----------------------------------------------------------------*
      * Reminder file layouts - one RM- record per appointment, one    *
      * RT- trailer closing the file with the count the provider       *
      * reconciles against.  RM-CHANNEL tells the provider how to     *
      * send; a post reminder carries the address in the RM-POSTAL    *
      * view of the contact area.                                     *
      *----------------------------------------------------------------*
       01  RM-REMINDER-RECORD.
           03 RM-RECORD-TYPE        PIC X(01) VALUE 'D'.
           03 RM-APPT-TIME          PIC X(08).
           03 RM-LAST-NAME          PIC X(20).
           03 RM-FIRST-NAME         PIC X(10).
           03 RM-CONTACT.
              05 RM-PHONE-MOBILE    PIC X(20).
              05 RM-EMAIL-ADDRESS   PIC X(50).
           03 RM-POSTAL REDEFINES RM-CONTACT.
              05 RM-ADDRESS         PIC X(20).
              05 RM-CITY            PIC X(20).
              05 RM-POSTCODE        PIC X(10).
              05 FILLER             PIC X(20).
           03 RM-CHANNEL            PIC X(01).
           03 FILLER                PIC X(10) VALUE SPACES.

       01  RT-REMINDER-TRAILER.
           03 RT-RECORD-TYPE        PIC X(01) VALUE 'T'.
           03 RT-RECORD-COUNT       PIC 9(07).
           03 RT-EXTRACT-DATE       PIC X(10).
           03 RT-TARGET-DATE        PIC X(10).
           03 RT-SEQUENCE-NO        PIC 9(09).
           03 FILLER                PIC X(123) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-PHONE-MOBILE       PIC X(20).
           03 DB2-EMAIL-ADDRESS      PIC X(50).
           03 DB2-ADDRESS            PIC X(20).
           03 DB2-CITY               PIC X(20).
           03 DB2-POSTCODE           PIC X(10).

      * The patient's PATIENT_CONSENT preferences - defaulted when
      * none are on file
       01  DB2-PREFERENCE.
           03 DB2-CHANNEL            PIC X(01).
           03 DB2-OPTOUT-SMS         PIC X(01).
           03 DB2-OPTOUT-EMAIL       PIC X(01).
           03 DB2-OPTOUT-POST        PIC X(01).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      * Outbound transmission log - the sequence number and the copy  *
      * of every record written                                        *
      *----------------------------------------------------------------*
       COPY HCTLOGWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      * Bookings N days out not yet reminded, in clinic and time
      * order, with the contact details the provider needs.  WITH
      * HOLD so the bounded-unit-of-work commits below do not close
      * the cursor mid-scan.  Nobody is reminded on behalf of a
      * patient recorded as deceased.
           EXEC SQL
             DECLARE REMIND-CUR CURSOR WITH HOLD FOR
               SELECT A.APPTID,
                      P.FIRSTNAME,
                      P.LASTNAME,
                      P.PHONEMOBILE,
                      P.EMAILADDRESS,
                      P.ADDRESS,
                      P.CITY,
                      P.POSTCODE
                 FROM APPOINTMENT A, PATIENT P
                WHERE P.PATIENTID = A.PATIENTID
                  AND P.DATEOFDEATH IS NULL
                  AND A.STATUS    = 'B'
                  AND A.APPTDATE  =
                      CURRENT DATE + :DB2-DAYS-AHEAD DAYS
      *================================================================*
       INITIALIZE-EXTRACT.
      *================================================================*
           MOVE 'HCRMBR01' TO RN-JOB-NAME
           MOVE 'HCNSBR01' TO RN-PREDECESSOR
           PERFORM RUN-CONTROL-START.
           IF RN-PREDECESSOR-PENDING
             DISPLAY 'HCRMBR01 - ' RN-PREDECESSOR
                     ' HAS NOT COMPLETED FOR '
                     RN-BUSINESS-DATE ', RUN HELD'
             MOVE RN-RETURN-CODE TO RETURN-CODE
             STOP RUN
           END-IF.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCRMBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REMINDER-OUT.

           MOVE 'RMDO'     TO TL-INTERFACE
           MOVE 'HCRMBR01' TO TL-JOB-NAME
           PERFORM TRANSMISSION-LOG-OPEN.
           IF TL-LOG-FAILED
             DISPLAY 'HCRMBR01 - XMITLOG OPEN FAILED, SQLCODE = '
                     TL-SQLCODE
           END-IF.

           READ CONTROL-IN
             AT END
               DISPLAY 'HCRMBR01 - NO CONTROL CARD, REMINDING 003 '
                    :DB2-FIRST-NAME,
                    :DB2-LAST-NAME,
                    :DB2-PHONE-MOBILE,
                    :DB2-EMAIL-ADDRESS,
                    :DB2-ADDRESS,
                    :DB2-CITY,
                    :DB2-POSTCODE
           END-EXEC.

           EVALUATE SQLCODE
      *================================================================*
      * Write the reminder record and stamp the appointment reminded   *
      * in the same unit of work, so neither survives without the      *
      * other across an abend.  A patient who is not to be reminded   *
      * gets no record, but the stamp all the same.                    *
      *================================================================*
           ADD 1 TO WS-APPTS-READ.
           PERFORM CHOOSE-REMINDER-CHANNEL.

           IF WS-SEND-NOTHING
             ADD 1 TO WS-REMINDERS-SKIPPED
           ELSE
             PERFORM WRITE-REMINDER
           END-IF.

           EXEC SQL
             UPDATE APPOINTMENT
                     'SQLCODE = ' SQLCODE
             MOVE 'Y' TO WS-APPT-EOF
           ELSE
             ADD 1 TO WS-UNCOMMITTED
             IF WS-UNCOMMITTED NOT LESS THAN WS-COMMIT-LIMIT
               PERFORM COMMIT-UNIT-OF-WORK
       EXTRACT-ONE-REMINDER-EXIT.
           EXIT.

      *================================================================*
       CHOOSE-REMINDER-CHANNEL.
      *================================================================*
      * The channel the patient chose, unless they chose none or have *
      * since opted out of it.  With no choice on file, mobile and    *
      * email as always, less whichever of them is opted out of.       *
      *================================================================*
           PERFORM GET-PREFERENCES.

           MOVE SPACE TO WS-SEND-CHANNEL.
           EVALUATE DB2-CHANNEL
             WHEN 'S'
               IF DB2-OPTOUT-SMS NOT EQUAL 'Y'
                 MOVE 'S' TO WS-SEND-CHANNEL
               END-IF
             WHEN 'E'
               IF DB2-OPTOUT-EMAIL NOT EQUAL 'Y'
                 MOVE 'E' TO WS-SEND-CHANNEL
               END-IF
             WHEN 'P'
               IF DB2-OPTOUT-POST NOT EQUAL 'Y'
                 MOVE 'P' TO WS-SEND-CHANNEL
               END-IF
             WHEN 'N'
               CONTINUE
             WHEN OTHER
               IF DB2-OPTOUT-SMS NOT EQUAL 'Y'
                 IF DB2-OPTOUT-EMAIL NOT EQUAL 'Y'
                   MOVE 'B' TO WS-SEND-CHANNEL
                 ELSE
                   MOVE 'S' TO WS-SEND-CHANNEL
                 END-IF
               ELSE
                 IF DB2-OPTOUT-EMAIL NOT EQUAL 'Y'
                   MOVE 'E' TO WS-SEND-CHANNEL
                 END-IF
               END-IF
           END-EVALUATE.

       CHOOSE-REMINDER-CHANNEL-EXIT.
           EXIT.

      *================================================================*
       GET-PREFERENCES.
      *================================================================*
      * No row on file is no preference and no opt-out.  A failed     *
      * read is treated the same way and said so on the job log -    *
      * a reminder sent the usual way beats one never sent.           *
      *================================================================*
           EXEC SQL
             SELECT REMINDCHANNEL,
                    OPTOUTSMS,
                    OPTOUTEMAIL,
                    OPTOUTPOST
               INTO :DB2-CHANNEL,
                    :DB2-OPTOUT-SMS,
                    :DB2-OPTOUT-EMAIL,
                    :DB2-OPTOUT-POST
               FROM PATIENT_CONSENT
              WHERE PATIENTID = :DB2-APT-PATIENT-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE SPACES TO DB2-PREFERENCE
             WHEN OTHER
               DISPLAY 'HCRMBR01 - SELECT PATIENT_CONSENT FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE SPACES TO DB2-PREFERENCE
           END-EVALUATE.

       GET-PREFERENCES-EXIT.
           EXIT.

      *================================================================*
       WRITE-REMINDER.
      *================================================================*
      * Only the contact details for the channel chosen go to the     *
      * provider; post carries the address instead.                    *
      *================================================================*
           MOVE DB2-APT-ID          TO RM-APPT-ID.
           MOVE DB2-APT-PATIENT-ID  TO RM-PATIENT-ID.
           MOVE DB2-APT-CLINIC      TO RM-CLINIC.
           MOVE DB2-APT-DATE        TO RM-APPT-DATE.
           MOVE DB2-APT-TIME        TO RM-APPT-TIME.
           MOVE DB2-LAST-NAME       TO RM-LAST-NAME.
           MOVE DB2-FIRST-NAME      TO RM-FIRST-NAME.
           MOVE WS-SEND-CHANNEL     TO RM-CHANNEL.
           MOVE SPACES              TO RM-CONTACT.

           EVALUATE WS-SEND-CHANNEL
             WHEN 'S'
               MOVE DB2-PHONE-MOBILE  TO RM-PHONE-MOBILE
             WHEN 'E'
               MOVE DB2-EMAIL-ADDRESS TO RM-EMAIL-ADDRESS
             WHEN 'P'
               MOVE DB2-ADDRESS       TO RM-ADDRESS
               MOVE DB2-CITY          TO RM-CITY
               MOVE DB2-POSTCODE      TO RM-POSTCODE
             WHEN OTHER
               MOVE DB2-PHONE-MOBILE  TO RM-PHONE-MOBILE
               MOVE DB2-EMAIL-ADDRESS TO RM-EMAIL-ADDRESS
           END-EVALUATE.

           MOVE RM-REMINDER-RECORD  TO REMINDER-OUT-RECORD.
           WRITE REMINDER-OUT-RECORD.
           ADD 1 TO WS-REMINDERS-WRITTEN.

           MOVE RM-REMINDER-RECORD  TO TL-RECORD-DATA.
           PERFORM TRANSMISSION-LOG-RECORD.

       WRITE-REMINDER-EXIT.
           EXIT.

      *================================================================*
       COMMIT-UNIT-OF-WORK.
      *================================================================*
           MOVE WS-REMINDERS-WRITTEN TO RT-RECORD-COUNT.
           MOVE DB2-TODAY            TO RT-EXTRACT-DATE.
           MOVE DB2-TARGET-DATE      TO RT-TARGET-DATE.
           MOVE TL-SEQUENCE-NO       TO RT-SEQUENCE-NO.
           MOVE RT-REMINDER-TRAILER  TO REMINDER-OUT-RECORD.
           WRITE REMINDER-OUT-RECORD.

           MOVE RT-REMINDER-TRAILER  TO TL-RECORD-DATA.
           PERFORM TRANSMISSION-LOG-RECORD.
           MOVE WS-REMINDERS-WRITTEN TO TL-RECORD-COUNT.
           PERFORM TRANSMISSION-LOG-CLOSE.
           IF TL-LOG-FAILED
             DISPLAY 'HCRMBR01 - XMITLOG FAILED, SQLCODE = '
                     TL-SQLCODE ', TRANSMISSION NOT LOGGED'
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           DISPLAY 'HCRMBR01 - REMINDERS WRITTEN = '
                   WS-REMINDERS-WRITTEN
                   ' FOR ' DB2-TARGET-DATE.
           DISPLAY 'HCRMBR01 - NOT REMINDED BY PREFERENCE = '
                   WS-REMINDERS-SKIPPED.

           CLOSE CONTROL-IN
           CLOSE REMINDER-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-APPTS-READ         TO RN-READ-COUNT
           MOVE WS-REMINDERS-WRITTEN  TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCRMBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
      *----------------------------------------------------------------*
       COPY HCTLOGPD.
