      ******************************************************************
      *                                                                *
      *            Morning Operations Status Report                    *
      *                                                                *
      *   Prints last night's batch schedule from the BATCHRUN rows    *
      *  every batch program (and the HCNP/HCRX drains) writes through *
      *  HCRUNCPD - start and end time, return code and the records    *
      *  read, written and rejected - one line per job in schedule     *
      *  order, so the morning shift can see at a glance whether the   *
      *  night went cleanly instead of reading every SYSOUT.  A job    *
      *  is flagged when it:                                           *
      *    - did not run at all for the business date;                 *
      *    - was held because its predecessor had not completed;       *
      *    - started but never finished (abended, or still running);   *
      *    - failed (return code above 4);                             *
      *    - completed but read no input.                              *
      *                                                                *
      *   SCHEDIN lists the night's schedule, one card per job - the   *
      *  job name in columns 1-8 and a description in 11-40 - so a     *
      *  job joining the schedule is a card change, not a program      *
      *  change.  CONTROL-IN names the business date to report         *
      *  (CCYY-MM-DD); an empty control file reports last night.  The  *
      *  step ends with return code 4 when anything is flagged.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCOSBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN    ASSIGN TO CTLIN.
           SELECT SCHEDULE-IN   ASSIGN TO SCHEDIN.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-IN
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD.
           03 CI-BUSINESS-DATE      PIC X(10).
           03 FILLER                PIC X(70).

       FD  SCHEDULE-IN
           RECORDING MODE IS F.
       01  SCHEDULE-IN-RECORD.
           03 SI-JOB-NAME           PIC X(08).
           03 FILLER                PIC X(02).
           03 SI-DESCRIPTION        PIC X(30).
           03 FILLER                PIC X(40).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCOSBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-SCHEDULE-EOF       PIC X(01) VALUE 'N'.
              88 WS-SCHEDULE-AT-EOF          VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-JOBS-SCHEDULED     PIC 9(05) COMP VALUE ZERO.
           03 WS-JOBS-CLEAN         PIC 9(05) COMP VALUE ZERO.
           03 WS-JOBS-FLAGGED       PIC 9(05) COMP VALUE ZERO.
           03 WS-FLAG-TEXT          PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(44)
              VALUE 'OVERNIGHT BATCH STATUS - BUSINESS DATE      '.
           03 RH1-DATE              PIC X(10).
           03 FILLER                PIC X(78) VALUE SPACES.

       01  RL-HEADING-2.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(09) VALUE 'JOB'.
           03 FILLER                PIC X(25) VALUE 'DESCRIPTION'.
           03 FILLER                PIC X(12) VALUE 'STARTED'.
           03 FILLER                PIC X(12) VALUE 'ENDED'.
           03 FILLER                PIC X(05) VALUE '  RC'.
           03 FILLER                PIC X(10) VALUE '      READ'.
           03 FILLER                PIC X(10) VALUE '   WRITTEN'.
           03 FILLER                PIC X(10) VALUE '  REJECTED'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(38) VALUE 'STATUS'.

       01  RL-DETAIL.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-JOB-NAME           PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-DESCRIPTION        PIC X(24).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-STARTED.
              05 RD-START-MMDD      PIC X(05).
              05 FILLER             PIC X(01) VALUE SPACE.
              05 RD-START-HHMM      PIC X(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-ENDED.
              05 RD-END-MMDD        PIC X(05).
              05 FILLER             PIC X(01) VALUE SPACE.
              05 RD-END-HHMM        PIC X(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-RETURN-CODE        PIC ZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-READ               PIC ZZZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-WRITTEN            PIC ZZZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-REJECTED           PIC ZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-FLAG               PIC X(30).
           03 FILLER                PIC X(08) VALUE SPACES.

       01  RL-NOT-RUN.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RNR-JOB-NAME          PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RNR-DESCRIPTION       PIC X(24).
           03 FILLER                PIC X(61) VALUE SPACES.
           03 RNR-FLAG              PIC X(30).
           03 FILLER                PIC X(08) VALUE SPACES.

       01  RL-TOTAL-LINE.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(16) VALUE 'JOBS SCHEDULED '.
           03 RT-SCHEDULED          PIC ZZZZ9.
           03 FILLER                PIC X(10) VALUE '   CLEAN '.
           03 RT-CLEAN              PIC ZZZZ9.
           03 FILLER                PIC X(12) VALUE '   FLAGGED '.
           03 RT-FLAGGED            PIC ZZZZ9.
           03 FILLER                PIC X(79) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-BUSINESS-DATE      PIC X(10).
           03 DB2-JOB-NAME           PIC X(08).

       01  DB2-OUT.
           03 DB2-STATUS             PIC X(01).
           03 DB2-RETCODE            PIC S9(4) COMP.
           03 DB2-START-TS           PIC X(26).
           03 DB2-END-TS             PIC X(26).
           03 DB2-READ-COUNT         PIC S9(9) COMP.
           03 DB2-WRITTEN-COUNT      PIC S9(9) COMP.
           03 DB2-REJECTED-COUNT     PIC S9(9) COMP.

      * ENDTS stays null until the run finishes
       01  IND-END-TS                PIC S9(4) COMP.

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

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-REPORT.

           PERFORM REPORT-ONE-JOB
             UNTIL WS-SCHEDULE-AT-EOF.

           PERFORM TERMINATE-REPORT.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-REPORT.
      *================================================================*
      * Open the files, pick up the business date (last night's when  *
      * the control file is empty - the one before the business date  *
      * this morning's run itself falls in) and print the headings.    *
      *================================================================*
           MOVE 'HCOSBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCOSBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN INPUT  SCHEDULE-IN
           OPEN OUTPUT REPORT-OUT.

           READ CONTROL-IN
             AT END
               EXEC SQL
                 SET :DB2-BUSINESS-DATE =
                     CHAR(DATE(:RN-BUSINESS-DATE) - 1 DAY, ISO)
               END-EXEC
               DISPLAY 'HCOSBR01 - NO CONTROL CARD, REPORTING LAST '
                       'NIGHT'
             NOT AT END
               MOVE CI-BUSINESS-DATE TO DB2-BUSINESS-DATE
           END-READ.

           MOVE DB2-BUSINESS-DATE TO RH1-DATE.
           MOVE RL-HEADING-1      TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-HEADING-2      TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           PERFORM READ-SCHEDULE.

       INITIALIZE-REPORT-EXIT.
           EXIT.

      *================================================================*
       READ-SCHEDULE.
      *================================================================*
           READ SCHEDULE-IN
             AT END
               MOVE 'Y' TO WS-SCHEDULE-EOF
           END-READ.

       READ-SCHEDULE-EXIT.
           EXIT.

      *================================================================*
       REPORT-ONE-JOB.
      *================================================================*
      * Look up the scheduled job's BATCHRUN row for the business      *
      * date and print it with whatever flag it has earned.  Blank     *
      * schedule cards are passed over.                                *
      *================================================================*
           IF SI-JOB-NAME NOT EQUAL SPACES
             ADD 1 TO WS-JOBS-SCHEDULED
             MOVE SI-JOB-NAME TO DB2-JOB-NAME

             EXEC SQL
               SELECT STATUS,
                      RETCODE,
                      CHAR(STARTTS),
                      CHAR(ENDTS),
                      READCNT,
                      WRITECNT,
                      REJECTCNT
                 INTO :DB2-STATUS,
                      :DB2-RETCODE,
                      :DB2-START-TS,
                      :DB2-END-TS :IND-END-TS,
                      :DB2-READ-COUNT,
                      :DB2-WRITTEN-COUNT,
                      :DB2-REJECTED-COUNT
                 FROM BATCHRUN
                WHERE JOBNAME = :DB2-JOB-NAME
                  AND BUSDATE = :DB2-BUSINESS-DATE
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 PERFORM WRITE-RUN-LINE
               WHEN 100
                 MOVE 'DID NOT RUN' TO WS-FLAG-TEXT
                 PERFORM WRITE-NOT-RUN-LINE
               WHEN OTHER
                 DISPLAY 'HCOSBR01 - SELECT BATCHRUN FAILED FOR '
                         DB2-JOB-NAME ', SQLCODE = ' SQLCODE
                 MOVE 'RUN CONTROL UNREADABLE' TO WS-FLAG-TEXT
                 PERFORM WRITE-NOT-RUN-LINE
             END-EVALUATE
           END-IF.

           PERFORM READ-SCHEDULE.

       REPORT-ONE-JOB-EXIT.
           EXIT.

      *================================================================*
       WRITE-RUN-LINE.
      *================================================================*
      * A job that ran.  Times are shown MM-DD HH.MM since the night   *
      * spans midnight.  Anything held, unfinished, failed, or that    *
      * completed on no input is flagged.                              *
      *================================================================*
           MOVE SPACES TO WS-FLAG-TEXT.

           EVALUATE TRUE
             WHEN DB2-STATUS EQUAL 'H'
               MOVE 'HELD - PREDECESSOR INCOMPLETE' TO WS-FLAG-TEXT
             WHEN DB2-STATUS EQUAL 'R'
               MOVE 'STARTED, DID NOT FINISH' TO WS-FLAG-TEXT
             WHEN DB2-STATUS EQUAL 'F'
               MOVE 'FAILED' TO WS-FLAG-TEXT
             WHEN DB2-READ-COUNT EQUAL ZERO
               MOVE 'ZERO INPUT' TO WS-FLAG-TEXT
           END-EVALUATE.

           MOVE SPACES             TO RD-STARTED
                                      RD-ENDED.
           MOVE SI-JOB-NAME        TO RD-JOB-NAME.
           MOVE SI-DESCRIPTION     TO RD-DESCRIPTION.
           MOVE DB2-START-TS (6:5) TO RD-START-MMDD.
           MOVE DB2-START-TS (12:5) TO RD-START-HHMM.
           IF IND-END-TS NOT LESS THAN ZERO
             MOVE DB2-END-TS (6:5)  TO RD-END-MMDD
             MOVE DB2-END-TS (12:5) TO RD-END-HHMM
           END-IF.
           MOVE DB2-RETCODE        TO RD-RETURN-CODE.
           MOVE DB2-READ-COUNT     TO RD-READ.
           MOVE DB2-WRITTEN-COUNT  TO RD-WRITTEN.
           MOVE DB2-REJECTED-COUNT TO RD-REJECTED.
           MOVE WS-FLAG-TEXT       TO RD-FLAG.
           MOVE RL-DETAIL          TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           IF WS-FLAG-TEXT EQUAL SPACES
             ADD 1 TO WS-JOBS-CLEAN
           ELSE
             ADD 1 TO WS-JOBS-FLAGGED
           END-IF.

       WRITE-RUN-LINE-EXIT.
           EXIT.

      *================================================================*
       WRITE-NOT-RUN-LINE.
      *================================================================*
           MOVE SI-JOB-NAME    TO RNR-JOB-NAME.
           MOVE SI-DESCRIPTION TO RNR-DESCRIPTION.
           MOVE WS-FLAG-TEXT   TO RNR-FLAG.
           MOVE RL-NOT-RUN     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           ADD 1 TO WS-JOBS-FLAGGED.

       WRITE-NOT-RUN-LINE-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-REPORT.
      *================================================================*
      * Print the totals; anything flagged ends the step with return  *
      * code 4 so the scheduler can raise it.                         *
      *================================================================*
           MOVE WS-JOBS-SCHEDULED TO RT-SCHEDULED.
           MOVE WS-JOBS-CLEAN     TO RT-CLEAN.
           MOVE WS-JOBS-FLAGGED   TO RT-FLAGGED.
           MOVE RL-TOTAL-LINE     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           DISPLAY 'HCOSBR01 - ' DB2-BUSINESS-DATE
                   ' JOBS SCHEDULED = ' WS-JOBS-SCHEDULED
                   ' FLAGGED = ' WS-JOBS-FLAGGED.

           IF WS-JOBS-FLAGGED GREATER THAN ZERO
              AND RETURN-CODE LESS THAN 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CONTROL-IN
           CLOSE SCHEDULE-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-JOBS-SCHEDULED     TO RN-READ-COUNT
           MOVE WS-JOBS-CLEAN         TO RN-WRITTEN-COUNT
           MOVE WS-JOBS-FLAGGED       TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCOSBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
