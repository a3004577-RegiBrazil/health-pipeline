      ******************************************************************
      *                                                                *
      *              Weekly Outbound Referral Chase Report             *
      *                                                                *
      *   Batch job that lists the referrals the practice has sent     *
      *  out to hospital specialists (REFERRAL, maintained online by   *
      *  HCORDB01) where the hospital has gone quiet for longer than   *
      *  the target for the referral's urgency - still not            *
      *  acknowledged past the acknowledgement target, or             *
      *  acknowledged but with no appointment given past the           *
      *  appointment target.  Both targets run in days from the date   *
      *  the referral was sent.  Each chase prints with the receiving  *
      *  organisation to ring and the patient's phone number from     *
      *  PATIENT, most urgent first and oldest first within that, so   *
      *  nobody falls through because the hospital never replied.     *
      *                                                                *
      *   CONTROL-IN carries the six targets in days, three digits     *
      *  each, zero padded - urgent acknowledgement and appointment,   *
      *  soon acknowledgement and appointment, routine acknowledgement *
      *  and appointment, in that order.  An empty or non-numeric      *
      *  card falls back to 002/014, 005/042 and 010/126 and says so   *
      *  on the job log, the HCRFBR01 convention.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRCBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN    ASSIGN TO CTLIN.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-IN
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD.
           03 CI-TARGETS.
              05 CI-URGENT-ACK      PIC 9(03).
              05 CI-URGENT-APPT     PIC 9(03).
              05 CI-SOON-ACK        PIC 9(03).
              05 CI-SOON-APPT       PIC 9(03).
              05 CI-ROUTINE-ACK     PIC 9(03).
              05 CI-ROUTINE-APPT    PIC 9(03).
           03 CI-TARGETS-X REDEFINES CI-TARGETS
                                    PIC X(18).
           03 FILLER                PIC X(62).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCRCBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-REFERRAL-EOF       PIC X(01) VALUE 'N'.
              88 WS-REFERRAL-AT-EOF          VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-REFERRALS-READ     PIC 9(07) COMP VALUE ZERO.
           03 WS-NOT-ACK-COUNT      PIC 9(07) COMP VALUE ZERO.
           03 WS-NO-APPT-COUNT      PIC 9(07) COMP VALUE ZERO.
           03 WS-CHASE-COUNT        PIC 9(07) COMP VALUE ZERO.
           03 WS-ACK-TARGET         PIC 9(03) VALUE ZERO.
           03 WS-APPT-TARGET        PIC 9(03) VALUE ZERO.
           03 WS-CHASE-TEXT         PIC X(20) VALUE SPACES.

      * The target days by urgency, from the control card or the
      * defaults below
       01  WS-TARGETS.
           03 WS-URGENT-ACK         PIC 9(03) VALUE 002.
           03 WS-URGENT-APPT        PIC 9(03) VALUE 014.
           03 WS-SOON-ACK           PIC 9(03) VALUE 005.
           03 WS-SOON-APPT          PIC 9(03) VALUE 042.
           03 WS-ROUTINE-ACK        PIC 9(03) VALUE 010.
           03 WS-ROUTINE-APPT       PIC 9(03) VALUE 126.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      * Each chase prints on two lines: the referral, then the        *
      * patient and how to reach them.                                 *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(32)
                          VALUE 'OUTBOUND REFERRAL CHASE LIST - '.
           03 RH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(90) VALUE SPACES.

       01  RL-HEADING-2.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(12) VALUE 'REFERRAL'.
           03 FILLER                PIC X(03) VALUE 'U'.
           03 FILLER                PIC X(12) VALUE 'SENT'.
           03 FILLER                PIC X(06) VALUE 'DAYS'.
           03 FILLER                PIC X(22) VALUE 'CHASE FOR'.
           03 FILLER                PIC X(32) VALUE 'ORGANISATION'.
           03 FILLER                PIC X(22) VALUE 'SPECIALTY'.
           03 FILLER                PIC X(23) VALUE SPACES.

       01  RL-DETAIL-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-REFERRAL-ID        PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-URGENCY            PIC X(01).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-SENT-DATE          PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-DAYS               PIC ZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-CHASE-FOR          PIC X(20).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-ORGANISATION       PIC X(30).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-SPECIALTY          PIC X(20).
           03 FILLER                PIC X(25) VALUE SPACES.

       01  RL-PATIENT-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(13) VALUE SPACES.
           03 FILLER                PIC X(08) VALUE 'PATIENT '.
           03 RP-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RP-LAST-NAME          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RP-FIRST-NAME         PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 FILLER                PIC X(06) VALUE 'PHONE '.
           03 RP-PHONE-MOBILE       PIC X(20).
           03 FILLER                PIC X(40) VALUE SPACES.

       01  RL-GRAND-TOTAL.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(20)
                                     VALUE 'TO CHASE . . . . . .'.
           03 RG-COUNT              PIC ZZZZZZ9.
           03 FILLER                PIC X(20)
                                     VALUE '   NOT ACKNOWLEDGED '.
           03 RG-NOT-ACK            PIC ZZZZZZ9.
           03 FILLER                PIC X(20)
                                     VALUE '   NO APPOINTMENT   '.
           03 RG-NO-APPT            PIC ZZZZZZ9.
           03 FILLER                PIC X(51) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-RUN-DATE           PIC X(10).

       01  DB2-OUT.
           03 DB2-REFERRAL-ID        PIC S9(9) COMP.
           03 DB2-PATIENT-ID         PIC S9(9) COMP.
           03 DB2-SPECIALTY          PIC X(20).
           03 DB2-ORGANISATION       PIC X(30).
           03 DB2-URGENCY            PIC X(01).
           03 DB2-SENT-DATE          PIC X(10).
           03 DB2-STATUS             PIC X(01).
              88 DB2-STATUS-SENT              VALUE 'S'.
           03 DB2-DAYS-OUT           PIC S9(9) COMP.
           03 DB2-FIRST-NAME         PIC X(10).
           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-PHONE-MOBILE       PIC X(20).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every referral still waiting on the hospital - sent but not
      * acknowledged, or acknowledged with no appointment yet - with
      * the days since it was sent, urgent first, oldest first -
      * a deceased patient's referrals are not chased
           EXEC SQL
             DECLARE CHASE-CUR CURSOR FOR
               SELECT R.REFERRALID,
                      R.PATIENTID,
                      R.SPECIALTY,
                      R.ORGANISATION,
                      R.URGENCY,
                      R.SENTDATE,
                      R.STATUS,
                      DAYS(CURRENT DATE) - DAYS(R.SENTDATE),
                      P.FIRSTNAME,
                      P.LASTNAME,
                      P.PHONEMOBILE
                 FROM REFERRAL R, PATIENT P
                WHERE P.PATIENTID = R.PATIENTID
                  AND R.STATUS IN ('S', 'A')
                  AND P.DATEOFDEATH IS NULL
                ORDER BY CASE R.URGENCY WHEN 'U' THEN 1
                                        WHEN 'S' THEN 2
                                        ELSE 3 END,
                         R.SENTDATE, R.REFERRALID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-CHASE.

           PERFORM CHECK-ONE-REFERRAL
             UNTIL WS-REFERRAL-AT-EOF.

           PERFORM TERMINATE-CHASE.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-CHASE.
      *================================================================*
           MOVE 'HCRCBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCRCBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT.

           READ CONTROL-IN
             AT END
               DISPLAY 'HCRCBR01 - NO CONTROL CARD, USING TARGETS '
                       '002/014 005/042 010/126 DAYS'
             NOT AT END
               IF CI-TARGETS-X IS NUMERIC
                 MOVE CI-URGENT-ACK    TO WS-URGENT-ACK
                 MOVE CI-URGENT-APPT   TO WS-URGENT-APPT
                 MOVE CI-SOON-ACK      TO WS-SOON-ACK
                 MOVE CI-SOON-APPT     TO WS-SOON-APPT
                 MOVE CI-ROUTINE-ACK   TO WS-ROUTINE-ACK
                 MOVE CI-ROUTINE-APPT  TO WS-ROUTINE-APPT
               ELSE
                 DISPLAY 'HCRCBR01 - CONTROL CARD NOT NUMERIC, USING '
                         'TARGETS 002/014 005/042 010/126 DAYS'
               END-IF
           END-READ.

           EXEC SQL
             SET :DB2-RUN-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           MOVE DB2-RUN-DATE TO RH1-RUN-DATE.
           MOVE RL-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           EXEC SQL
             OPEN CHASE-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCRCBR01 - OPEN CHASE-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-REFERRAL-EOF
           ELSE
             PERFORM FETCH-REFERRAL
           END-IF.

       INITIALIZE-CHASE-EXIT.
           EXIT.

      *================================================================*
       FETCH-REFERRAL.
      *================================================================*
           EXEC SQL
             FETCH CHASE-CUR
               INTO :DB2-REFERRAL-ID,
                    :DB2-PATIENT-ID,
                    :DB2-SPECIALTY,
                    :DB2-ORGANISATION,
                    :DB2-URGENCY,
                    :DB2-SENT-DATE,
                    :DB2-STATUS,
                    :DB2-DAYS-OUT,
                    :DB2-FIRST-NAME,
                    :DB2-LAST-NAME,
                    :DB2-PHONE-MOBILE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-REFERRAL-EOF
             WHEN OTHER
               DISPLAY 'HCRCBR01 - FETCH CHASE-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-REFERRAL-EOF
           END-EVALUATE.

       FETCH-REFERRAL-EXIT.
           EXIT.

      *================================================================*
       CHECK-ONE-REFERRAL.
      *================================================================*
      * Pick the targets for the referral's urgency and list it if    *
      * the hospital has had it longer than the target for the stage  *
      * it is stuck at.  Anything not U or S is treated as routine.   *
      *================================================================*
           ADD 1 TO WS-REFERRALS-READ.
           MOVE SPACES TO WS-CHASE-TEXT.

           EVALUATE DB2-URGENCY
             WHEN 'U'
               MOVE WS-URGENT-ACK    TO WS-ACK-TARGET
               MOVE WS-URGENT-APPT   TO WS-APPT-TARGET
             WHEN 'S'
               MOVE WS-SOON-ACK      TO WS-ACK-TARGET
               MOVE WS-SOON-APPT     TO WS-APPT-TARGET
             WHEN OTHER
               MOVE WS-ROUTINE-ACK   TO WS-ACK-TARGET
               MOVE WS-ROUTINE-APPT  TO WS-APPT-TARGET
           END-EVALUATE.

           IF DB2-STATUS-SENT
             IF DB2-DAYS-OUT GREATER THAN WS-ACK-TARGET
               MOVE 'NOT ACKNOWLEDGED' TO WS-CHASE-TEXT
               ADD 1 TO WS-NOT-ACK-COUNT
             END-IF
           ELSE
             IF DB2-DAYS-OUT GREATER THAN WS-APPT-TARGET
               MOVE 'NO APPOINTMENT' TO WS-CHASE-TEXT
               ADD 1 TO WS-NO-APPT-COUNT
             END-IF
           END-IF.

           IF WS-CHASE-TEXT NOT EQUAL SPACES
             PERFORM WRITE-CHASE-LINES
           END-IF.

           PERFORM FETCH-REFERRAL.

       CHECK-ONE-REFERRAL-EXIT.
           EXIT.

      *================================================================*
       WRITE-CHASE-LINES.
      *================================================================*
           MOVE DB2-REFERRAL-ID     TO RD-REFERRAL-ID.
           MOVE DB2-URGENCY         TO RD-URGENCY.
           MOVE DB2-SENT-DATE       TO RD-SENT-DATE.
           MOVE DB2-DAYS-OUT        TO RD-DAYS.
           MOVE WS-CHASE-TEXT       TO RD-CHASE-FOR.
           MOVE DB2-ORGANISATION    TO RD-ORGANISATION.
           MOVE DB2-SPECIALTY       TO RD-SPECIALTY.
           MOVE RL-DETAIL-LINE      TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           MOVE DB2-PATIENT-ID      TO RP-PATIENT-ID.
           MOVE DB2-LAST-NAME       TO RP-LAST-NAME.
           MOVE DB2-FIRST-NAME      TO RP-FIRST-NAME.
           MOVE DB2-PHONE-MOBILE    TO RP-PHONE-MOBILE.
           MOVE RL-PATIENT-LINE     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           ADD 1 TO WS-CHASE-COUNT.

       WRITE-CHASE-LINES-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-CHASE.
      *================================================================*
           EXEC SQL
             CLOSE CHASE-CUR
           END-EXEC.

           MOVE WS-CHASE-COUNT    TO RG-COUNT.
           MOVE WS-NOT-ACK-COUNT  TO RG-NOT-ACK.
           MOVE WS-NO-APPT-COUNT  TO RG-NO-APPT.
           MOVE RL-GRAND-TOTAL    TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           DISPLAY 'HCRCBR01 - REFERRALS TO CHASE = ' WS-CHASE-COUNT.

           CLOSE CONTROL-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-REFERRALS-READ     TO RN-READ-COUNT
           MOVE WS-CHASE-COUNT        TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCRCBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-CHASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
