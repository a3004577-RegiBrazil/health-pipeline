      ******************************************************************
      *                                                                *
      *              Report Request Queue Batch                        *
      *                                                                *
      *   Works the DB2 REPORTREQUEST queue that staff fill online     *
      *  through HCRQDB01, so an on-demand run of HCCSBR01, HCSABR01,  *
      *  HCMVBR01 or HCRSBR01 no longer needs a CTLIN card keyed by    *
      *  hand.  The control card on CTLIN picks which half of the job  *
      *  this step is -                                                *
      *                                                                *
      *   'B' build - every open request (and every one a previous     *
      *  night issued but never saw fulfilled) becomes a control card  *
      *  on its job's card file - CSCTL, SACTL, MVCTL or RSCTL - in    *
      *  that job's own CTLIN layout.  Each request is marked issued   *
      *  (status B) with its output reference - where the output will  *
      *  go, the run date and its card number.  A patient request for  *
      *  a PATIENTID no longer on file is marked rejected (status R)   *
      *  with the reason, and the step ends RC 4.                      *
      *                                                                *
      *   HCRSBR01 takes at most 50 cards a run, so once 50 archive    *
      *  restore requests are issued the rest are only listed as held  *
      *  and left open (status O) for the next night's build - one     *
      *  issued on an earlier night goes back to open.                 *
      *                                                                *
      *   'F' fulfil - run after the four jobs have worked the cards,  *
      *  marks every issued request fulfilled (status F, with the      *
      *  time) and prints the fulfilment list.  When one of the jobs   *
      *  fails this step does not run, so its requests stay issued     *
      *  and the next build takes them again.                          *
      *                                                                *
      *   No card, or a card that is neither, ends RC 8 with nothing   *
      *  touched.  A failed statement ends the step RC 16; the units   *
      *  of work already committed stand and a rerun carries on.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCRQBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN    ASSIGN TO CTLIN.
           SELECT CS-CARD-OUT   ASSIGN TO CSCTL.
           SELECT SA-CARD-OUT   ASSIGN TO SACTL.
           SELECT MV-CARD-OUT   ASSIGN TO MVCTL.
           SELECT RS-CARD-OUT   ASSIGN TO RSCTL.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-IN
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD.
           03 CI-RUN-MODE           PIC X(01).
              88 CI-BUILD-CARDS              VALUE 'B'.
              88 CI-FULFIL-REQUESTS          VALUE 'F'.
           03 FILLER                PIC X(79).

      * HCCSBR01 clinical summary card
       FD  CS-CARD-OUT
           RECORDING MODE IS F.
       01  CS-CARD-RECORD.
           03 CSC-SELECT-TYPE       PIC X(01).
           03 CSC-PATIENT-ID        PIC 9(10).
           03 CSC-DATE-FROM         PIC X(10).
           03 CSC-DATE-TO           PIC X(10).
           03 FILLER                PIC X(49).

      * HCSABR01 subject-access extract card
       FD  SA-CARD-OUT
           RECORDING MODE IS F.
       01  SA-CARD-RECORD.
           03 SAC-PATIENT-ID        PIC 9(10).
           03 FILLER                PIC X(70).

      * HCMVBR01 relief-activity report card
       FD  MV-CARD-OUT
           RECORDING MODE IS F.
       01  MV-CARD-RECORD.
           03 MVC-PATIENT-ID        PIC 9(10).
           03 MVC-DATE-FROM         PIC X(10).
           03 MVC-DATE-TO           PIC X(10).
           03 FILLER                PIC X(50).

      * HCRSBR01 archive restore card
       FD  RS-CARD-OUT
           RECORDING MODE IS F.
       01  RS-CARD-RECORD.
           03 RSC-SELECT-TYPE       PIC X(01).
           03 RSC-PATIENT-ID        PIC 9(10).
           03 RSC-DATE-FROM         PIC X(10).
           03 RSC-DATE-TO           PIC X(10).
           03 FILLER                PIC X(49).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCRQBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-CONTROL-CARD-SW    PIC X(01) VALUE 'N'.
              88 WS-CONTROL-CARD-VALID       VALUE 'Y'.
           03 WS-REQUEST-EOF        PIC X(01) VALUE 'N'.
              88 WS-REQUEST-AT-EOF           VALUE 'Y'.
           03 WS-QUEUE-FAILED-SW    PIC X(01) VALUE 'N'.
              88 WS-QUEUE-FAILED             VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-COMMIT-LIMIT       PIC 9(05) COMP VALUE 100.
           03 WS-UNCOMMITTED        PIC 9(05) COMP VALUE ZERO.
           03 WS-REQUESTS-READ      PIC 9(07) COMP VALUE ZERO.
           03 WS-REQUESTS-ISSUED    PIC 9(07) COMP VALUE ZERO.
           03 WS-REQUESTS-REJECTED  PIC 9(07) COMP VALUE ZERO.
           03 WS-REQUESTS-FULFILLED PIC 9(07) COMP VALUE ZERO.
           03 WS-CS-CARDS           PIC 9(04) COMP VALUE ZERO.
           03 WS-SA-CARDS           PIC 9(04) COMP VALUE ZERO.
           03 WS-MV-CARDS           PIC 9(04) COMP VALUE ZERO.
           03 WS-RS-CARDS           PIC 9(04) COMP VALUE ZERO.
           03 WS-RS-CARD-LIMIT      PIC 9(04) COMP VALUE 50.
           03 WS-REQUESTS-HELD      PIC 9(07) COMP VALUE ZERO.
           03 WS-CARD-SEQ           PIC 9(04) VALUE ZERO.
           03 WS-OUTPUT-DESC        PIC X(24) VALUE SPACES.
           03 WS-OUTPUT-REF         PIC X(44) VALUE SPACES.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 RH-TITLE              PIC X(50) VALUE SPACES.
           03 FILLER                PIC X(09) VALUE 'RUN DATE '.
           03 RH-RUN-DATE           PIC X(10) VALUE SPACES.
           03 FILLER                PIC X(63) VALUE SPACES.

       01  RL-HEADING-2.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(12) VALUE 'REQUEST ID'.
           03 FILLER                PIC X(10) VALUE 'JOB'.
           03 FILLER                PIC X(12) VALUE 'PATIENT ID'.
           03 FILLER                PIC X(11) VALUE 'FROM'.
           03 FILLER                PIC X(12) VALUE 'TO'.
           03 FILLER                PIC X(10) VALUE 'BY'.
           03 FILLER                PIC X(12) VALUE 'REQUESTED'.
           03 FILLER                PIC X(53) VALUE 'OUTCOME'.

       01  RL-REQUEST-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RQ-REQUEST-ID         PIC Z(9)9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RQ-JOB-NAME           PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RQ-PATIENT-ID         PIC Z(9)9 BLANK WHEN ZERO.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RQ-DATE-FROM          PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RQ-DATE-TO            PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RQ-REQUESTED-BY       PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RQ-REQUESTED-DATE     PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RQ-OUTCOME            PIC X(44).
           03 FILLER                PIC X(09) VALUE SPACES.

       01  RL-BUILD-TOTAL-LINE.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(16) VALUE 'CARDS HCCSBR01: '.
           03 RT-CS-CARDS           PIC ZZZ9.
           03 FILLER                PIC X(12) VALUE ' HCSABR01: '.
           03 RT-SA-CARDS           PIC ZZZ9.
           03 FILLER                PIC X(12) VALUE ' HCMVBR01: '.
           03 RT-MV-CARDS           PIC ZZZ9.
           03 FILLER                PIC X(12) VALUE ' HCRSBR01: '.
           03 RT-RS-CARDS           PIC ZZZ9.
           03 FILLER                PIC X(12) VALUE ' REJECTED: '.
           03 RT-REJECTED           PIC ZZZZZZ9.
           03 FILLER                PIC X(08) VALUE ' HELD: '.
           03 RT-HELD               PIC ZZZZZZ9.
           03 FILLER                PIC X(30) VALUE SPACES.

       01  RL-FULFIL-TOTAL-LINE.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(20)
                  VALUE 'REQUESTS FULFILLED: '.
           03 RT-FULFILLED          PIC ZZZZZZ9.
           03 FILLER                PIC X(105) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-RUN-TS             PIC X(26).
           03 DB2-RUN-DATE           PIC X(10).
           03 DB2-STATUS             PIC X(01).
           03 DB2-OUTPUT-REF         PIC X(44).
       01  DB2-REQUEST.
           03 DB2-RRQ-REQUEST-ID     PIC S9(9) COMP.
           03 DB2-RRQ-JOB-NAME       PIC X(08).
           03 DB2-RRQ-SELECT-TYPE    PIC X(01).
           03 DB2-RRQ-PATIENT-ID     PIC S9(9) COMP.
           03 DB2-RRQ-DATE-FROM      PIC X(10).
           03 DB2-RRQ-DATE-TO        PIC X(10).
           03 DB2-RRQ-REQUESTED-BY   PIC X(08).
           03 DB2-RRQ-REQUESTED-TS   PIC X(26).
           03 DB2-RRQ-OUTPUT-REF     PIC X(44).
       01  IND-DATE-FROM             PIC S9(4) COMP.
       01  IND-DATE-TO               PIC S9(4) COMP.
       01  DB2-PATIENT-COUNT         PIC S9(9) COMP.

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

      *----------------------------------------------------------------*
      * OPENREQ-CUR - every request still to be carried out: open, or *
      * issued on an earlier night whose run never reached the fulfil *
      * step.  ISSUED-CUR - the requests this night's build issued.   *
      * Both WITH HOLD so the commits along the way leave them open.  *
      *----------------------------------------------------------------*
           EXEC SQL
             DECLARE OPENREQ-CUR CURSOR WITH HOLD FOR
             SELECT REQUESTID,
                    JOBNAME,
                    SELECTTYPE,
                    PATIENTID,
                    DATEFROM,
                    DATETO,
                    REQUESTEDBY,
                    REQUESTEDTS,
                    OUTPUTREF
               FROM REPORTREQUEST
              WHERE STATUS IN ('O', 'B')
              ORDER BY JOBNAME, REQUESTID
           END-EXEC.

           EXEC SQL
             DECLARE ISSUED-CUR CURSOR WITH HOLD FOR
             SELECT REQUESTID,
                    JOBNAME,
                    SELECTTYPE,
                    PATIENTID,
                    DATEFROM,
                    DATETO,
                    REQUESTEDBY,
                    REQUESTEDTS,
                    OUTPUTREF
               FROM REPORTREQUEST
              WHERE STATUS = 'B'
              ORDER BY JOBNAME, REQUESTID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-QUEUE.

           IF WS-CONTROL-CARD-VALID
             IF CI-BUILD-CARDS
               PERFORM BUILD-CONTROL-CARDS
             ELSE
               PERFORM FULFIL-ISSUED-REQUESTS
             END-IF
             PERFORM COMMIT-UNIT-OF-WORK
           END-IF.

           PERFORM TERMINATE-QUEUE.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-QUEUE.
      *================================================================*
      * The two halves keep separate run-control rows - the fulfil    *
      * step runs in the same job on the same night as the build.     *
      *================================================================*
           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT.

           READ CONTROL-IN
             AT END
               DISPLAY 'HCRQBR01 - NO CONTROL CARD, NOTHING DONE'
               MOVE 8 TO RETURN-CODE
             NOT AT END
               IF CI-BUILD-CARDS OR CI-FULFIL-REQUESTS
                 MOVE 'Y' TO WS-CONTROL-CARD-SW
               ELSE
                 DISPLAY 'HCRQBR01 - INVALID CONTROL CARD, MODE = '
                         CI-RUN-MODE ', NOTHING DONE'
                 MOVE 8 TO RETURN-CODE
               END-IF
           END-READ.

           IF WS-CONTROL-CARD-VALID AND CI-FULFIL-REQUESTS
             MOVE 'HCRQFULF' TO RN-JOB-NAME
           ELSE
             MOVE 'HCRQBR01' TO RN-JOB-NAME
           END-IF
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCRQBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

      * every card issued tonight carries the same run date in its
      * output reference
           EXEC SQL
             SET :DB2-RUN-TS = CURRENT TIMESTAMP
           END-EXEC.
           MOVE DB2-RUN-TS (1:10) TO DB2-RUN-DATE.
           MOVE DB2-RUN-DATE      TO RH-RUN-DATE.

           IF WS-CONTROL-CARD-VALID AND CI-BUILD-CARDS
             MOVE 'REPORT REQUEST QUEUE - CONTROL CARDS ISSUED'
               TO RH-TITLE
             OPEN OUTPUT CS-CARD-OUT
             OPEN OUTPUT SA-CARD-OUT
             OPEN OUTPUT MV-CARD-OUT
             OPEN OUTPUT RS-CARD-OUT
           ELSE
             MOVE 'REPORT REQUEST QUEUE - FULFILMENT LIST'
               TO RH-TITLE
           END-IF.

           MOVE RL-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

       INITIALIZE-QUEUE-EXIT.
           EXIT.

      *================================================================*
       BUILD-CONTROL-CARDS.
      *================================================================*
           EXEC SQL
             OPEN OPENREQ-CUR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCRQBR01 - OPEN OPENREQ-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM FETCH-OPEN-REQUEST
             PERFORM ISSUE-REQUEST
               UNTIL WS-REQUEST-AT-EOF
             EXEC SQL
               CLOSE OPENREQ-CUR
             END-EXEC
           END-IF.

       BUILD-CONTROL-CARDS-EXIT.
           EXIT.

      *================================================================*
       FETCH-OPEN-REQUEST.
      *================================================================*
           EXEC SQL
             FETCH OPENREQ-CUR
              INTO :DB2-RRQ-REQUEST-ID,
                   :DB2-RRQ-JOB-NAME,
                   :DB2-RRQ-SELECT-TYPE,
                   :DB2-RRQ-PATIENT-ID,
                   :DB2-RRQ-DATE-FROM :IND-DATE-FROM,
                   :DB2-RRQ-DATE-TO :IND-DATE-TO,
                   :DB2-RRQ-REQUESTED-BY,
                   :DB2-RRQ-REQUESTED-TS,
                   :DB2-RRQ-OUTPUT-REF
           END-EXEC.

           PERFORM CHECK-REQUEST-FETCH.

       FETCH-OPEN-REQUEST-EXIT.
           EXIT.

      *================================================================*
       CHECK-REQUEST-FETCH.
      *================================================================*
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-REQUESTS-READ
               IF IND-DATE-FROM LESS THAN ZERO
                 MOVE SPACES TO DB2-RRQ-DATE-FROM
               END-IF
               IF IND-DATE-TO LESS THAN ZERO
                 MOVE SPACES TO DB2-RRQ-DATE-TO
               END-IF
             WHEN 100
               MOVE 'Y' TO WS-REQUEST-EOF
             WHEN OTHER
               DISPLAY 'HCRQBR01 - FETCH REPORTREQUEST FAILED, '
                       'SQLCODE = ' SQLCODE
               PERFORM QUEUE-FAILED
           END-EVALUATE.

       CHECK-REQUEST-FETCH-EXIT.
           EXIT.

      *================================================================*
       ISSUE-REQUEST.
      *================================================================*
      * One request - a card on its job's file, or rejected when the  *
      * patient it names has left the PATIENT table since it was      *
      * queued.                                                        *
      *================================================================*
           MOVE 1 TO DB2-PATIENT-COUNT.
           IF DB2-RRQ-SELECT-TYPE EQUAL 'P'
             PERFORM CHECK-PATIENT-ON-FILE
           END-IF.

           EVALUATE TRUE
             WHEN WS-QUEUE-FAILED
               CONTINUE
             WHEN DB2-PATIENT-COUNT EQUAL ZERO
               MOVE 'REJECTED - PATIENT NO LONGER ON FILE'
                 TO WS-OUTPUT-REF
               PERFORM REJECT-REQUEST
             WHEN DB2-RRQ-JOB-NAME EQUAL 'HCCSBR01'
               PERFORM WRITE-CS-CARD
               PERFORM MARK-REQUEST-ISSUED
             WHEN DB2-RRQ-JOB-NAME EQUAL 'HCSABR01'
               PERFORM WRITE-SA-CARD
               PERFORM MARK-REQUEST-ISSUED
             WHEN DB2-RRQ-JOB-NAME EQUAL 'HCMVBR01'
               PERFORM WRITE-MV-CARD
               PERFORM MARK-REQUEST-ISSUED
             WHEN DB2-RRQ-JOB-NAME EQUAL 'HCRSBR01'
              AND WS-RS-CARDS NOT LESS THAN WS-RS-CARD-LIMIT
               PERFORM HOLD-REQUEST
             WHEN DB2-RRQ-JOB-NAME EQUAL 'HCRSBR01'
               PERFORM WRITE-RS-CARD
               PERFORM MARK-REQUEST-ISSUED
             WHEN OTHER
               MOVE 'REJECTED - JOB NOT RUN FROM THE QUEUE'
                 TO WS-OUTPUT-REF
               PERFORM REJECT-REQUEST
           END-EVALUATE.

           IF NOT WS-QUEUE-FAILED
             ADD 1 TO WS-UNCOMMITTED
             IF WS-UNCOMMITTED NOT LESS THAN WS-COMMIT-LIMIT
               PERFORM COMMIT-UNIT-OF-WORK
             END-IF
             PERFORM FETCH-OPEN-REQUEST
           END-IF.

       ISSUE-REQUEST-EXIT.
           EXIT.

      *================================================================*
       CHECK-PATIENT-ON-FILE.
      *================================================================*
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-PATIENT-COUNT
               FROM PATIENT
              WHERE PATIENTID = :DB2-RRQ-PATIENT-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCRQBR01 - SELECT PATIENT FAILED, SQLCODE = '
                     SQLCODE ' REQUEST ' DB2-RRQ-REQUEST-ID
             PERFORM QUEUE-FAILED
           END-IF.

       CHECK-PATIENT-ON-FILE-EXIT.
           EXIT.

      *================================================================*
       WRITE-CS-CARD.
      *================================================================*
           MOVE SPACES              TO CS-CARD-RECORD.
           MOVE DB2-RRQ-SELECT-TYPE TO CSC-SELECT-TYPE.
           MOVE DB2-RRQ-PATIENT-ID  TO CSC-PATIENT-ID.
           MOVE DB2-RRQ-DATE-FROM   TO CSC-DATE-FROM.
           MOVE DB2-RRQ-DATE-TO     TO CSC-DATE-TO.
           WRITE CS-CARD-RECORD.
           ADD 1 TO WS-CS-CARDS.
           MOVE WS-CS-CARDS         TO WS-CARD-SEQ.
           MOVE 'CLINICAL SUMMARY RPTOUT' TO WS-OUTPUT-DESC.

       WRITE-CS-CARD-EXIT.
           EXIT.

      *================================================================*
       WRITE-SA-CARD.
      *================================================================*
           MOVE SPACES              TO SA-CARD-RECORD.
           MOVE DB2-RRQ-PATIENT-ID  TO SAC-PATIENT-ID.
           WRITE SA-CARD-RECORD.
           ADD 1 TO WS-SA-CARDS.
           MOVE WS-SA-CARDS         TO WS-CARD-SEQ.
           MOVE 'HC.PROD.HCSABR01.EXTRACT' TO WS-OUTPUT-DESC.

       WRITE-SA-CARD-EXIT.
           EXIT.

      *================================================================*
       WRITE-MV-CARD.
      *================================================================*
      * A blank date pair leaves HCMVBR01 to report the last 90 days. *
      *================================================================*
           MOVE SPACES              TO MV-CARD-RECORD.
           MOVE DB2-RRQ-PATIENT-ID  TO MVC-PATIENT-ID.
           MOVE DB2-RRQ-DATE-FROM   TO MVC-DATE-FROM.
           MOVE DB2-RRQ-DATE-TO     TO MVC-DATE-TO.
           WRITE MV-CARD-RECORD.
           ADD 1 TO WS-MV-CARDS.
           MOVE WS-MV-CARDS         TO WS-CARD-SEQ.
           MOVE 'RELIEF REPORT RPTOUT' TO WS-OUTPUT-DESC.

       WRITE-MV-CARD-EXIT.
           EXIT.

      *================================================================*
       WRITE-RS-CARD.
      *================================================================*
           MOVE SPACES              TO RS-CARD-RECORD.
           MOVE DB2-RRQ-SELECT-TYPE TO RSC-SELECT-TYPE.
           MOVE DB2-RRQ-PATIENT-ID  TO RSC-PATIENT-ID.
           MOVE DB2-RRQ-DATE-FROM   TO RSC-DATE-FROM.
           MOVE DB2-RRQ-DATE-TO     TO RSC-DATE-TO.
           WRITE RS-CARD-RECORD.
           ADD 1 TO WS-RS-CARDS.
           MOVE WS-RS-CARDS         TO WS-CARD-SEQ.
           MOVE 'RESTORED - SEE SYSOUT' TO WS-OUTPUT-DESC.

       WRITE-RS-CARD-EXIT.
           EXIT.

      *================================================================*
       MARK-REQUEST-ISSUED.
      *================================================================*
      * The output reference names where the job puts its output,     *
      * the run date and the request's card on the job's card file.   *
      *================================================================*
           MOVE SPACES TO WS-OUTPUT-REF.
           STRING WS-OUTPUT-DESC   DELIMITED BY '  '
                  ' '              DELIMITED BY SIZE
                  DB2-RUN-DATE     DELIMITED BY SIZE
                  ' #'             DELIMITED BY SIZE
                  WS-CARD-SEQ      DELIMITED BY SIZE
             INTO WS-OUTPUT-REF
           END-STRING.
           MOVE WS-OUTPUT-REF TO DB2-OUTPUT-REF.

           EXEC SQL
             UPDATE REPORTREQUEST
                SET STATUS    = 'B',
                    ISSUEDTS  = :DB2-RUN-TS,
                    OUTPUTREF = :DB2-OUTPUT-REF
              WHERE REQUESTID = :DB2-RRQ-REQUEST-ID
           END-EXEC.

           IF SQLCODE EQUAL 0
             ADD 1 TO WS-REQUESTS-ISSUED
             PERFORM WRITE-REQUEST-LINE
           ELSE
             DISPLAY 'HCRQBR01 - UPDATE REPORTREQUEST FAILED, '
                     'SQLCODE = ' SQLCODE ' REQUEST ' DB2-RRQ-REQUEST-ID
             PERFORM QUEUE-FAILED
           END-IF.

       MARK-REQUEST-ISSUED-EXIT.
           EXIT.

      *================================================================*
       HOLD-REQUEST.
      *================================================================*
      * The job's card file is full for tonight.  A request still     *
      * open is left as it is; one issued on an earlier night is put  *
      * back to open, so the fulfil step only marks requests carded   *
      * tonight.  Either way it is listed and the next build issues   *
      * it.                                                           *
      *================================================================*
           EXEC SQL
             UPDATE REPORTREQUEST
                SET STATUS    = 'O',
                    ISSUEDTS  = NULL,
                    OUTPUTREF = ' '
              WHERE REQUESTID = :DB2-RRQ-REQUEST-ID
                AND STATUS    = 'B'
           END-EXEC.

           IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100
             MOVE 'HELD - HCRSBR01 CARD LIMIT, NEXT RUN'
               TO WS-OUTPUT-REF
             ADD 1 TO WS-REQUESTS-HELD
             PERFORM WRITE-REQUEST-LINE
           ELSE
             DISPLAY 'HCRQBR01 - UPDATE REPORTREQUEST FAILED, '
                     'SQLCODE = ' SQLCODE ' REQUEST ' DB2-RRQ-REQUEST-ID
             PERFORM QUEUE-FAILED
           END-IF.

       HOLD-REQUEST-EXIT.
           EXIT.

      *================================================================*
       REJECT-REQUEST.
      *================================================================*
      * The reason goes on the request, where the requester sees it   *
      * online, as well as on the list.                                *
      *================================================================*
           MOVE WS-OUTPUT-REF TO DB2-OUTPUT-REF.

           EXEC SQL
             UPDATE REPORTREQUEST
                SET STATUS      = 'R',
                    ISSUEDTS    = :DB2-RUN-TS,
                    FULFILLEDTS = :DB2-RUN-TS,
                    OUTPUTREF   = :DB2-OUTPUT-REF
              WHERE REQUESTID = :DB2-RRQ-REQUEST-ID
           END-EXEC.

           IF SQLCODE EQUAL 0
             ADD 1 TO WS-REQUESTS-REJECTED
             PERFORM WRITE-REQUEST-LINE
           ELSE
             DISPLAY 'HCRQBR01 - UPDATE REPORTREQUEST FAILED, '
                     'SQLCODE = ' SQLCODE ' REQUEST ' DB2-RRQ-REQUEST-ID
             PERFORM QUEUE-FAILED
           END-IF.

       REJECT-REQUEST-EXIT.
           EXIT.

      *================================================================*
       FULFIL-ISSUED-REQUESTS.
      *================================================================*
           EXEC SQL
             OPEN ISSUED-CUR
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCRQBR01 - OPEN ISSUED-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM FETCH-ISSUED-REQUEST
             PERFORM FULFIL-REQUEST
               UNTIL WS-REQUEST-AT-EOF
             EXEC SQL
               CLOSE ISSUED-CUR
             END-EXEC
           END-IF.

       FULFIL-ISSUED-REQUESTS-EXIT.
           EXIT.

      *================================================================*
       FETCH-ISSUED-REQUEST.
      *================================================================*
           EXEC SQL
             FETCH ISSUED-CUR
              INTO :DB2-RRQ-REQUEST-ID,
                   :DB2-RRQ-JOB-NAME,
                   :DB2-RRQ-SELECT-TYPE,
                   :DB2-RRQ-PATIENT-ID,
                   :DB2-RRQ-DATE-FROM :IND-DATE-FROM,
                   :DB2-RRQ-DATE-TO :IND-DATE-TO,
                   :DB2-RRQ-REQUESTED-BY,
                   :DB2-RRQ-REQUESTED-TS,
                   :DB2-RRQ-OUTPUT-REF
           END-EXEC.

           PERFORM CHECK-REQUEST-FETCH.

       FETCH-ISSUED-REQUEST-EXIT.
           EXIT.

      *================================================================*
       FULFIL-REQUEST.
      *================================================================*
      * The job has worked this request's card - it is fulfilled,     *
      * with the output reference the build gave it.                   *
      *================================================================*
           EXEC SQL
             UPDATE REPORTREQUEST
                SET STATUS      = 'F',
                    FULFILLEDTS = CURRENT TIMESTAMP
              WHERE REQUESTID = :DB2-RRQ-REQUEST-ID
                AND STATUS    = 'B'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-REQUESTS-FULFILLED
               MOVE DB2-RRQ-OUTPUT-REF TO WS-OUTPUT-REF
               PERFORM WRITE-REQUEST-LINE
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'HCRQBR01 - UPDATE REPORTREQUEST FAILED, '
                       'SQLCODE = ' SQLCODE ' REQUEST '
                       DB2-RRQ-REQUEST-ID
               PERFORM QUEUE-FAILED
           END-EVALUATE.

           IF NOT WS-QUEUE-FAILED
             ADD 1 TO WS-UNCOMMITTED
             IF WS-UNCOMMITTED NOT LESS THAN WS-COMMIT-LIMIT
               PERFORM COMMIT-UNIT-OF-WORK
             END-IF
             PERFORM FETCH-ISSUED-REQUEST
           END-IF.

       FULFIL-REQUEST-EXIT.
           EXIT.

      *================================================================*
       QUEUE-FAILED.
      *================================================================*
      * Stop working the queue - what is committed stands, and a      *
      * rerun takes up the requests not yet marked.                    *
      *================================================================*
           MOVE 'Y' TO WS-QUEUE-FAILED-SW.
           MOVE 'Y' TO WS-REQUEST-EOF.
           MOVE 16  TO RETURN-CODE.

       QUEUE-FAILED-EXIT.
           EXIT.

      *================================================================*
       WRITE-REQUEST-LINE.
      *================================================================*
           MOVE DB2-RRQ-REQUEST-ID         TO RQ-REQUEST-ID.
           MOVE DB2-RRQ-JOB-NAME           TO RQ-JOB-NAME.
           MOVE DB2-RRQ-PATIENT-ID         TO RQ-PATIENT-ID.
           MOVE DB2-RRQ-DATE-FROM          TO RQ-DATE-FROM.
           MOVE DB2-RRQ-DATE-TO            TO RQ-DATE-TO.
           MOVE DB2-RRQ-REQUESTED-BY       TO RQ-REQUESTED-BY.
           MOVE DB2-RRQ-REQUESTED-TS (1:10) TO RQ-REQUESTED-DATE.
           MOVE WS-OUTPUT-REF              TO RQ-OUTCOME.
           MOVE RL-REQUEST-LINE            TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

       WRITE-REQUEST-LINE-EXIT.
           EXIT.

      *================================================================*
       COMMIT-UNIT-OF-WORK.
      *================================================================*
      * Harden the requests marked so far.  A failed commit ends the  *
      * run - a rerun marks them again.                                *
      *================================================================*
           IF WS-UNCOMMITTED GREATER THAN ZERO
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCRQBR01 - COMMIT FAILED, SQLCODE = ' SQLCODE
               DISPLAY 'HCRQBR01 - RUN ENDED, RERUN THE JOB'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE ZERO TO WS-UNCOMMITTED
           END-IF.

       COMMIT-UNIT-OF-WORK-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-QUEUE.
      *================================================================*
           IF WS-CONTROL-CARD-VALID AND CI-BUILD-CARDS
             MOVE WS-CS-CARDS          TO RT-CS-CARDS
             MOVE WS-SA-CARDS          TO RT-SA-CARDS
             MOVE WS-MV-CARDS          TO RT-MV-CARDS
             MOVE WS-RS-CARDS          TO RT-RS-CARDS
             MOVE WS-REQUESTS-REJECTED TO RT-REJECTED
             MOVE WS-REQUESTS-HELD     TO RT-HELD
             MOVE RL-BUILD-TOTAL-LINE  TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
             CLOSE CS-CARD-OUT
             CLOSE SA-CARD-OUT
             CLOSE MV-CARD-OUT
             CLOSE RS-CARD-OUT
             DISPLAY 'HCRQBR01 - READ = ' WS-REQUESTS-READ
                     ' ISSUED = ' WS-REQUESTS-ISSUED
                     ' REJECTED = ' WS-REQUESTS-REJECTED
                     ' HELD = ' WS-REQUESTS-HELD
             MOVE WS-REQUESTS-ISSUED   TO RN-WRITTEN-COUNT
           ELSE
             MOVE WS-REQUESTS-FULFILLED TO RT-FULFILLED
             MOVE RL-FULFIL-TOTAL-LINE  TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
             DISPLAY 'HCRQBR01 - READ = ' WS-REQUESTS-READ
                     ' FULFILLED = ' WS-REQUESTS-FULFILLED
             MOVE WS-REQUESTS-FULFILLED TO RN-WRITTEN-COUNT
           END-IF.

           IF WS-REQUESTS-REJECTED GREATER THAN ZERO
              AND RETURN-CODE LESS THAN 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CONTROL-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-REQUESTS-READ      TO RN-READ-COUNT
           MOVE WS-REQUESTS-REJECTED  TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCRQBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-QUEUE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
