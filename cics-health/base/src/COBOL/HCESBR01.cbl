      *  supervisor destination - so the charge nurse's manager sees   *
      *  the backlog without opening the review screen.                *
      *                                                                *
      *   Portal messages from patients (HCPMDB01) still new or only   *
      *  opened - no reply, not closed - past the message age follow   *
      *  on the same report, oldest first, so the same supervisor      *
      *  sees the correspondence backlog as well.                      *
      *                                                                *
      *   CONTROL-IN carries the escalation age in hours (columns      *
      *  1-3, zero padded) and the unanswered-message age in hours     *
      *  (columns 4-6); an empty control file escalates after 24       *
      *  hours and lists messages after 48, and says so on the job     *
      *  log, the HCRFBR01 convention.                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD.
           03 CI-ESCALATE-HOURS     PIC 9(03).
           03 CI-MESSAGE-HOURS      PIC 9(03).
           03 FILLER                PIC X(74).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  WS-SWITCHES.
           03 WS-ESCAL-EOF          PIC X(01) VALUE 'N'.
              88 WS-ESCAL-AT-EOF             VALUE 'Y'.
           03 WS-MESSAGE-EOF        PIC X(01) VALUE 'N'.
              88 WS-MESSAGE-AT-EOF           VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-NEWLY-ESCALATED    PIC 9(07) COMP VALUE ZERO.
           03 WS-REPORTED-COUNT     PIC 9(07) COMP VALUE ZERO.
           03 WS-UNANSWERED-COUNT   PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
           03 RT-OUTSTANDING        PIC ZZZZZZ9.
           03 FILLER                PIC X(77) VALUE SPACES.

       01  RL-MESSAGE-HEADING.
           03 FILLER                PIC X(01) VALUE '-'.
           03 FILLER                PIC X(40)
                  VALUE 'UNANSWERED PORTAL MESSAGES OLDER THAN '.
           03 RM-HOURS              PIC ZZ9.
           03 FILLER                PIC X(06) VALUE ' HOURS'.
           03 FILLER                PIC X(83) VALUE SPACES.

       01  RL-MESSAGE-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RM-MESSAGE-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RM-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RM-LAST-NAME          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RM-FIRST-NAME         PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RM-CATEGORY           PIC X(01).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RM-SUBJECT            PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RM-STATUS             PIC X(01).
           03 FILLER                PIC X(07) VALUE ' SENT: '.
           03 RM-SENT-TS            PIC X(19).
           03 FILLER                PIC X(08) VALUE ' HOURS: '.
           03 RM-AGE-HOURS          PIC ZZZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.

       01  RL-MESSAGE-TOTAL.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(22)
                                     VALUE 'UNANSWERED MESSAGES:  '.
           03 RT-UNANSWERED         PIC ZZZZZZ9.
           03 FILLER                PIC X(103) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-ESCALATE-HOURS     PIC S9(4) COMP.
           03 DB2-MESSAGE-HOURS      PIC S9(4) COMP.

       01  DB2-ESCAL.
           03 DB2-ESC-ALERT-ID       PIC S9(9) COMP.
           03 DB2-ESC-FIRST-NAME     PIC X(10).
           03 DB2-ESC-LAST-NAME      PIC X(20).

       01  DB2-MSG.
           03 DB2-MSG-MESSAGE-ID     PIC S9(9) COMP.
           03 DB2-MSG-PATIENT-ID     PIC S9(9) COMP.
           03 DB2-MSG-CATEGORY       PIC X(01).
           03 DB2-MSG-SUBJECT        PIC X(40).
           03 DB2-MSG-STATUS         PIC X(01).
           03 DB2-MSG-SENT-TS        PIC X(26).
           03 DB2-MSG-AGE-HOURS      PIC S9(9) COMP.
           03 DB2-MSG-FIRST-NAME     PIC X(10).
           03 DB2-MSG-LAST-NAME      PIC X(20).

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
                WHERE P.PATIENTID = A.PATIENTID
                  AND A.ACKFLAG = 'N'
                  AND A.ESCFLAG = 'Y'
                  AND P.DATEOFDEATH IS NULL
                ORDER BY A.ALERTTS
           END-EXEC.

      * Portal messages nobody has answered or closed within the
      * message age, oldest first
           EXEC SQL
             DECLARE MSGRPT-CUR CURSOR FOR
               SELECT M.MESSAGEID,
                      M.PATIENTID,
                      M.CATEGORY,
                      M.SUBJECT,
                      M.STATUS,
                      M.SENTTS,
                      TIMESTAMPDIFF(8,
                          CHAR(CURRENT TIMESTAMP - M.SENTTS)),
                      P.FIRSTNAME,
                      P.LASTNAME
                 FROM MESSAGE M, PATIENT P
                WHERE P.PATIENTID = M.PATIENTID
                  AND M.STATUS IN ('N', 'O')
                  AND P.DATEOFDEATH IS NULL
                  AND M.SENTTS <
                      CURRENT TIMESTAMP - :DB2-MESSAGE-HOURS HOURS
                ORDER BY M.SENTTS, M.MESSAGEID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************

           PERFORM REPORT-ESCALATED-ALERTS.

           PERFORM REPORT-UNANSWERED-MESSAGES.

           PERFORM TERMINATE-ESCALATION.

           STOP RUN.
      *================================================================*
       INITIALIZE-ESCALATION.
      *================================================================*
           MOVE 'HCESBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCESBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT
           OPEN OUTPUT SUPV-OUT.
               DISPLAY 'HCESBR01 - NO CONTROL CARD, ESCALATING '
                       'AFTER 024 HOURS'
               MOVE 24 TO DB2-ESCALATE-HOURS
               DISPLAY 'HCESBR01 - NO CONTROL CARD, MESSAGES '
                       'AFTER 048 HOURS'
               MOVE 48 TO DB2-MESSAGE-HOURS
             NOT AT END
               IF CI-ESCALATE-HOURS IS NUMERIC
                  AND CI-ESCALATE-HOURS GREATER THAN ZERO
                         'ESCALATING AFTER 024 HOURS'
                 MOVE 24 TO DB2-ESCALATE-HOURS
               END-IF
               IF CI-MESSAGE-HOURS IS NUMERIC
                  AND CI-MESSAGE-HOURS GREATER THAN ZERO
                 MOVE CI-MESSAGE-HOURS TO DB2-MESSAGE-HOURS
               ELSE
                 DISPLAY 'HCESBR01 - MESSAGE AGE NOT NUMERIC, '
                         'MESSAGES AFTER 048 HOURS'
                 MOVE 48 TO DB2-MESSAGE-HOURS
               END-IF
           END-READ.

           MOVE RL-HEADING-1 TO REPORT-OUT-RECORD.
           EXIT.

      *================================================================*
       REPORT-UNANSWERED-MESSAGES.
      *================================================================*
      * The alert totals close the alert section before the message   *
      * section starts, so each half of the report reads on its own.  *
      *================================================================*
           MOVE WS-NEWLY-ESCALATED TO RT-NEW.
           MOVE WS-REPORTED-COUNT  TO RT-OUTSTANDING.
           MOVE RL-TOTAL-LINE      TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           MOVE DB2-MESSAGE-HOURS  TO RM-HOURS.
           MOVE RL-MESSAGE-HEADING TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           EXEC SQL
             OPEN MSGRPT-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCESBR01 - OPEN MSGRPT-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 'Y' TO WS-MESSAGE-EOF
           ELSE
             PERFORM FETCH-UNANSWERED-MESSAGE
             PERFORM WRITE-UNANSWERED-MESSAGE
               UNTIL WS-MESSAGE-AT-EOF

             EXEC SQL
               CLOSE MSGRPT-CUR
             END-EXEC
           END-IF.

       REPORT-UNANSWERED-MESSAGES-EXIT.
           EXIT.

      *================================================================*
       FETCH-UNANSWERED-MESSAGE.
      *================================================================*
           EXEC SQL
             FETCH MSGRPT-CUR
               INTO :DB2-MSG-MESSAGE-ID,
                    :DB2-MSG-PATIENT-ID,
                    :DB2-MSG-CATEGORY,
                    :DB2-MSG-SUBJECT,
                    :DB2-MSG-STATUS,
                    :DB2-MSG-SENT-TS,
                    :DB2-MSG-AGE-HOURS,
                    :DB2-MSG-FIRST-NAME,
                    :DB2-MSG-LAST-NAME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-MESSAGE-EOF
             WHEN OTHER
               DISPLAY 'HCESBR01 - FETCH MSGRPT-CUR FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 'Y' TO WS-MESSAGE-EOF
           END-EVALUATE.

       FETCH-UNANSWERED-MESSAGE-EXIT.
           EXIT.

      *================================================================*
       WRITE-UNANSWERED-MESSAGE.
      *================================================================*
           MOVE DB2-MSG-MESSAGE-ID      TO RM-MESSAGE-ID.
           MOVE DB2-MSG-PATIENT-ID      TO RM-PATIENT-ID.
           MOVE DB2-MSG-LAST-NAME       TO RM-LAST-NAME.
           MOVE DB2-MSG-FIRST-NAME      TO RM-FIRST-NAME.
           MOVE DB2-MSG-CATEGORY        TO RM-CATEGORY.
           MOVE DB2-MSG-SUBJECT         TO RM-SUBJECT.
           MOVE DB2-MSG-STATUS          TO RM-STATUS.
           MOVE DB2-MSG-SENT-TS (1:19)  TO RM-SENT-TS.
           MOVE DB2-MSG-AGE-HOURS       TO RM-AGE-HOURS.
           MOVE RL-MESSAGE-LINE         TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           ADD 1 TO WS-UNANSWERED-COUNT.

           PERFORM FETCH-UNANSWERED-MESSAGE.

       WRITE-UNANSWERED-MESSAGE-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-ESCALATION.
      *================================================================*
           MOVE WS-UNANSWERED-COUNT TO RT-UNANSWERED.
           MOVE RL-MESSAGE-TOTAL    TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           DISPLAY 'HCESBR01 - NEWLY ESCALATED = ' WS-NEWLY-ESCALATED
                   ' AWAITING ACTION = ' WS-REPORTED-COUNT.
           DISPLAY 'HCESBR01 - UNANSWERED MESSAGES = '
                   WS-UNANSWERED-COUNT.

           CLOSE CONTROL-IN
           CLOSE REPORT-OUT
           CLOSE SUPV-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-REPORTED-COUNT     TO RN-READ-COUNT
           MOVE WS-NEWLY-ESCALATED    TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCESBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-ESCALATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
