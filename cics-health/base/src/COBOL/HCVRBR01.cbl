      ******************************************************************
      *                                                                *
      *              Monthly Vaccination Recall List                   *
      *                                                                *
      *   Batch job that lists every active patient who is due, or     *
      *  overdue, a vaccination by the recall date, with the mobile    *
      *  number and email address the desk needs to invite them in.   *
      *  For each active patient and each vaccine on the VACCSCHEDULE  *
      *  reference it takes the highest dose on the patient's          *
      *  IMMUNISATION record and finds the next dose's schedule row -  *
      *  or, once the course is through, the last dose's row where     *
      *  that is a recurring booster.  The next dose falls due on the  *
      *  later of the date the patient reaches the row's due age and   *
      *  the row's interval after the last dose given; a dose the      *
      *  patient is past the maximum age for is no longer offered and  *
      *  is not listed.  No dose on schedule beyond the last one       *
      *  given means the course is complete.                           *
      *                                                                *
      *   CONTROL-IN names the recall date (CCYY-MM-DD); an empty      *
      *  control file recalls to the end of the current month.  A      *
      *  dose due before today prints as OVERDUE.                      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCVRBR01.
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
           03 CI-RECALL-DATE        PIC X(10).
           03 FILLER                PIC X(70).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCVRBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-RECALL-EOF         PIC X(01) VALUE 'N'.
              88 WS-RECALL-AT-EOF            VALUE 'Y'.
           03 WS-DOSE-DUE-SW        PIC X(01) VALUE 'N'.
              88 WS-DOSE-DUE                 VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-ROWS-EXAMINED      PIC 9(07) COMP VALUE ZERO.
           03 WS-RECALLS-LISTED     PIC 9(07) COMP VALUE ZERO.
           03 WS-OVERDUE-COUNT      PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      * Each recall prints on two lines: the dose due, then how to     *
      * reach the patient.                                             *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(36)
                          VALUE 'VACCINATION RECALL - DUE BY '.
           03 RH1-RECALL-DATE       PIC X(10).
           03 FILLER                PIC X(13) VALUE '   RUN DATE '.
           03 RH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(63) VALUE SPACES.

       01  RL-HEADING-2.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(12) VALUE 'PATIENT'.
           03 FILLER                PIC X(21) VALUE 'LAST NAME'.
           03 FILLER                PIC X(12) VALUE 'FIRST NAME'.
           03 FILLER                PIC X(11) VALUE 'VACCINE'.
           03 FILLER                PIC X(03) VALUE 'DS'.
           03 FILLER                PIC X(32) VALUE 'DESCRIPTION'.
           03 FILLER                PIC X(12) VALUE 'DUE DATE'.
           03 FILLER                PIC X(29) VALUE SPACES.

       01  RL-DETAIL-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-LAST-NAME          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-FIRST-NAME         PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-VACCINE            PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-DOSE-NUMBER        PIC Z9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-DESCRIPTION        PIC X(30).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-DUE-DATE           PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-OVERDUE            PIC X(07).
           03 FILLER                PIC X(22) VALUE SPACES.

       01  RL-CONTACT-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(13) VALUE SPACES.
           03 FILLER                PIC X(07) VALUE 'MOBILE '.
           03 RK-PHONE-MOBILE       PIC X(20).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 FILLER                PIC X(06) VALUE 'EMAIL '.
           03 RK-EMAIL-ADDRESS      PIC X(50).
           03 FILLER                PIC X(34) VALUE SPACES.

       01  RL-GRAND-TOTAL.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(20)
                                     VALUE 'RECALLS LISTED . . .'.
           03 RG-COUNT              PIC ZZZZZZ9.
           03 FILLER                PIC X(20)
                                     VALUE '   OF WHICH OVERDUE '.
           03 RG-OVERDUE            PIC ZZZZZZ9.
           03 FILLER                PIC X(78) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-RUN-DATE           PIC X(10).
           03 DB2-RECALL-DATE        PIC X(10).
           03 DB2-NEXT-DOSE          PIC S9(4) COMP.

       01  DB2-OUT.
           03 DB2-PATIENT-ID         PIC S9(9) COMP.
           03 DB2-FIRST-NAME         PIC X(10).
           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-DOB                PIC X(10).
           03 DB2-PHONE-MOBILE       PIC X(20).
           03 DB2-EMAIL-ADDRESS      PIC X(50).
           03 DB2-VACCINE            PIC X(10).
           03 DB2-DOSES-GIVEN        PIC S9(4) COMP.
           03 DB2-LAST-GIVEN         PIC X(10).

      * a patient with no date of birth on file cannot be reckoned;
      * no dose given yet leaves the last-given date null
       01  DB2-OUT-INDICATORS.
           03 IND-DOB                PIC S9(4) COMP.
           03 IND-LAST-GIVEN         PIC S9(4) COMP.

      * The schedule row that governs the patient's next dose
       01  DB2-SCHEDULE.
           03 DB2-SCH-DOSE-NUMBER    PIC S9(4) COMP.
           03 DB2-SCH-DESCRIPTION    PIC X(30).
           03 DB2-SCH-MIN-AGE        PIC S9(4) COMP.
           03 DB2-SCH-MAX-AGE        PIC S9(4) COMP.
           03 DB2-SCH-INTERVAL       PIC S9(4) COMP.
           03 DB2-SCH-REPEATS        PIC X(01).

       01  DB2-DUE-DATES.
           03 DB2-AGE-DUE-DATE       PIC X(10).
           03 DB2-AGE-LIMIT-DATE     PIC X(10).
           03 DB2-INTERVAL-DUE-DATE  PIC X(10).
           03 DB2-DUE-DATE           PIC X(10).

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

      * Every active, living patient against every vaccine the
      * schedule carries, with the highest dose of it on record and
      * the date that dose was given, in name order for the desk
           EXEC SQL
             DECLARE RECALL-CUR CURSOR FOR
               SELECT P.PATIENTID,
                      P.FIRSTNAME,
                      P.LASTNAME,
                      P.DATEOFBIRTH,
                      P.PHONEMOBILE,
                      P.EMAILADDRESS,
                      V.VACCINE,
                      COALESCE((SELECT MAX(I.DOSENO)
                                  FROM IMMUNISATION I
                                 WHERE I.PATIENTID = P.PATIENTID
                                   AND I.VACCINE   = V.VACCINE
                                   AND I.STATUS    = 'A'), 0),
                      (SELECT CHAR(MAX(I.GIVENDATE), ISO)
                         FROM IMMUNISATION I
                        WHERE I.PATIENTID = P.PATIENTID
                          AND I.VACCINE   = V.VACCINE
                          AND I.STATUS    = 'A')
                 FROM PATIENT P,
                      (SELECT DISTINCT VACCINE
                         FROM VACCSCHEDULE) V
                WHERE (P.STATUS IS NULL OR P.STATUS <> 'I')
                  AND P.DATEOFDEATH IS NULL
                ORDER BY P.LASTNAME, P.FIRSTNAME, P.PATIENTID,
                         V.VACCINE
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-RECALL.

           PERFORM CHECK-ONE-RECALL
             UNTIL WS-RECALL-AT-EOF.

           PERFORM TERMINATE-RECALL.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-RECALL.
      *================================================================*
           MOVE 'HCVRBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCVRBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT.

           EXEC SQL
             SET :DB2-RUN-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           READ CONTROL-IN
             AT END
               DISPLAY 'HCVRBR01 - NO CONTROL CARD, RECALLING TO '
                       'MONTH END'
               EXEC SQL
                 SET :DB2-RECALL-DATE =
                     CHAR(LAST_DAY(CURRENT DATE), ISO)
               END-EXEC
             NOT AT END
               IF CI-RECALL-DATE (5:1) NOT EQUAL '-'
                  OR CI-RECALL-DATE (8:1) NOT EQUAL '-'
                  OR CI-RECALL-DATE (1:4) IS NOT NUMERIC
                  OR CI-RECALL-DATE (6:2) IS NOT NUMERIC
                  OR CI-RECALL-DATE (9:2) IS NOT NUMERIC
                 DISPLAY 'HCVRBR01 - CONTROL CARD NOT A DATE, '
                         'RECALLING TO MONTH END'
                 EXEC SQL
                   SET :DB2-RECALL-DATE =
                       CHAR(LAST_DAY(CURRENT DATE), ISO)
                 END-EXEC
               ELSE
                 MOVE CI-RECALL-DATE TO DB2-RECALL-DATE
               END-IF
           END-READ.

           MOVE DB2-RECALL-DATE TO RH1-RECALL-DATE.
           MOVE DB2-RUN-DATE    TO RH1-RUN-DATE.
           MOVE RL-HEADING-1    TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-HEADING-2    TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           EXEC SQL
             OPEN RECALL-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCVRBR01 - OPEN RECALL-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RECALL-EOF
           ELSE
             PERFORM FETCH-RECALL
           END-IF.

       INITIALIZE-RECALL-EXIT.
           EXIT.

      *================================================================*
       FETCH-RECALL.
      *================================================================*
           EXEC SQL
             FETCH RECALL-CUR
               INTO :DB2-PATIENT-ID,
                    :DB2-FIRST-NAME,
                    :DB2-LAST-NAME,
                    :DB2-DOB :IND-DOB,
                    :DB2-PHONE-MOBILE,
                    :DB2-EMAIL-ADDRESS,
                    :DB2-VACCINE,
                    :DB2-DOSES-GIVEN,
                    :DB2-LAST-GIVEN :IND-LAST-GIVEN
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-RECALL-EOF
             WHEN OTHER
               DISPLAY 'HCVRBR01 - FETCH RECALL-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RECALL-EOF
           END-EVALUATE.

       FETCH-RECALL-EXIT.
           EXIT.

      *================================================================*
       CHECK-ONE-RECALL.
      *================================================================*
      * One patient and vaccine: find the schedule row for the next   *
      * dose, reckon when it falls due, and list it if that is on or  *
      * before the recall date.                                        *
      *================================================================*
           ADD 1 TO WS-ROWS-EXAMINED.
           MOVE 'N' TO WS-DOSE-DUE-SW.

           IF IND-DOB NOT LESS THAN ZERO
             PERFORM GET-NEXT-DOSE-ROW
           END-IF.

           IF WS-DOSE-DUE
             PERFORM RECKON-DUE-DATE
           END-IF.

           IF WS-DOSE-DUE
             PERFORM WRITE-RECALL-LINES
           END-IF.

           PERFORM FETCH-RECALL.

       CHECK-ONE-RECALL-EXIT.
           EXIT.

      *================================================================*
       GET-NEXT-DOSE-ROW.
      *================================================================*
      * The next dose's own row if the schedule has one, otherwise    *
      * the highest recurring row below it - a booster that repeats   *
      * once the course is through.  Neither means the course is      *
      * complete and nothing is due.                                   *
      *================================================================*
           COMPUTE DB2-NEXT-DOSE = DB2-DOSES-GIVEN + 1.

           EXEC SQL
             SELECT DOSENO,
                    DESCRIPTION,
                    MINAGEMONTHS,
                    MAXAGEMONTHS,
                    INTERVALMONTHS,
                    REPEATS
               INTO :DB2-SCH-DOSE-NUMBER,
                    :DB2-SCH-DESCRIPTION,
                    :DB2-SCH-MIN-AGE,
                    :DB2-SCH-MAX-AGE,
                    :DB2-SCH-INTERVAL,
                    :DB2-SCH-REPEATS
               FROM VACCSCHEDULE
              WHERE VACCINE = :DB2-VACCINE
                AND (DOSENO = :DB2-NEXT-DOSE
                     OR (REPEATS = 'Y'
                         AND DOSENO < :DB2-NEXT-DOSE))
              ORDER BY DOSENO DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-DOSE-DUE-SW
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'HCVRBR01 - SELECT VACCSCHEDULE FAILED FOR '
                       DB2-VACCINE ', SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       GET-NEXT-DOSE-ROW-EXIT.
           EXIT.

      *================================================================*
       RECKON-DUE-DATE.
      *================================================================*
      * Due on the later of reaching the due age and the interval     *
      * after the last dose given.  A patient already past the        *
      * maximum age is no longer offered the dose; a dose not due by  *
      * the recall date waits for a later run.  ISO dates compare     *
      * correctly as plain characters.                                 *
      *================================================================*
           EXEC SQL
             SET :DB2-AGE-DUE-DATE =
                 CHAR(DATE(:DB2-DOB) + :DB2-SCH-MIN-AGE MONTHS, ISO)
           END-EXEC.
           MOVE DB2-AGE-DUE-DATE TO DB2-DUE-DATE.

           IF DB2-SCH-MAX-AGE GREATER THAN ZERO
             EXEC SQL
               SET :DB2-AGE-LIMIT-DATE =
                   CHAR(DATE(:DB2-DOB) + :DB2-SCH-MAX-AGE MONTHS, ISO)
             END-EXEC
             IF DB2-AGE-LIMIT-DATE LESS THAN DB2-RUN-DATE
               MOVE 'N' TO WS-DOSE-DUE-SW
             END-IF
           END-IF.

           IF IND-LAST-GIVEN NOT LESS THAN ZERO
             EXEC SQL
               SET :DB2-INTERVAL-DUE-DATE =
                   CHAR(DATE(:DB2-LAST-GIVEN)
                        + :DB2-SCH-INTERVAL MONTHS, ISO)
             END-EXEC
             IF DB2-INTERVAL-DUE-DATE GREATER THAN DB2-DUE-DATE
               MOVE DB2-INTERVAL-DUE-DATE TO DB2-DUE-DATE
             END-IF
           END-IF.

           IF DB2-DUE-DATE GREATER THAN DB2-RECALL-DATE
             MOVE 'N' TO WS-DOSE-DUE-SW
           END-IF.

       RECKON-DUE-DATE-EXIT.
           EXIT.

      *================================================================*
       WRITE-RECALL-LINES.
      *================================================================*
           MOVE DB2-PATIENT-ID      TO RD-PATIENT-ID.
           MOVE DB2-LAST-NAME       TO RD-LAST-NAME.
           MOVE DB2-FIRST-NAME      TO RD-FIRST-NAME.
           MOVE DB2-VACCINE         TO RD-VACCINE.
           MOVE DB2-NEXT-DOSE       TO RD-DOSE-NUMBER.
           MOVE DB2-SCH-DESCRIPTION TO RD-DESCRIPTION.
           MOVE DB2-DUE-DATE        TO RD-DUE-DATE.
           IF DB2-DUE-DATE LESS THAN DB2-RUN-DATE
             MOVE 'OVERDUE'         TO RD-OVERDUE
             ADD 1 TO WS-OVERDUE-COUNT
           ELSE
             MOVE SPACES            TO RD-OVERDUE
           END-IF.
           MOVE RL-DETAIL-LINE      TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           MOVE DB2-PHONE-MOBILE    TO RK-PHONE-MOBILE.
           MOVE DB2-EMAIL-ADDRESS   TO RK-EMAIL-ADDRESS.
           MOVE RL-CONTACT-LINE     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           ADD 1 TO WS-RECALLS-LISTED.

       WRITE-RECALL-LINES-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-RECALL.
      *================================================================*
           EXEC SQL
             CLOSE RECALL-CUR
           END-EXEC.

           MOVE WS-RECALLS-LISTED TO RG-COUNT.
           MOVE WS-OVERDUE-COUNT  TO RG-OVERDUE.
           MOVE RL-GRAND-TOTAL    TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           DISPLAY 'HCVRBR01 - RECALLS LISTED = ' WS-RECALLS-LISTED
                   ' OVERDUE = ' WS-OVERDUE-COUNT.

           CLOSE CONTROL-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-ROWS-EXAMINED      TO RN-READ-COUNT
           MOVE WS-RECALLS-LISTED     TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCVRBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-RECALL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
