      ******************************************************************
      *                                                                *
      *             Nightly Patient Correspondence Letter Run          *
      *                                                                *
      *   Batch job that turns the events already on the tables into  *
      *  patient letters for the mail house, so nobody types them by  *
      *  hand any more:                                                *
      *     NOSH  did-not-attend - an appointment HCNSBR01 marked      *
      *           no-show ('N') inside the look-back window, the same *
      *           no-shows HCDNBR01 lists for the week;                *
      *     LAPS  insurance lapsed - a patient whose coverage          *
      *           HCIEBR01 last verified as lapsed ('L');              *
      *     CONF  appointment confirmation - a future booking taken   *
      *           through BAPPNT and still booked ('B');               *
      *     RFIL  refill due - a prescription on the HCRFBR01 refill  *
      *           horizon for a patient with no mobile to ring.        *
      *   The wording of each letter is kept on the LETTERTEMPLATE    *
      *  reference table, one row per printed line, with merge        *
      *  fields marked by '&' and a four-character name - &NAME,      *
      *  &FNAM, &LNAM, &DATE, &TIME, &CLIN, &DRUG and &TDAY - filled  *
      *  in from the event and from PATIENT.  The name and address    *
      *  block comes from PATIENT, and each letter is written to a    *
      *  print-ready file on LTROUT for the mail house, closed with a *
      *  count trailer in the HCEHRXWS discipline.                     *
      *                                                                *
      *   Every letter is logged on LETTERLOG against the patient and *
      *  the event that caused it (letter type, event id and event    *
      *  date - a rebooked appointment is a new event, and so is a    *
      *  prescription renewed to a new end date), so the same letter  *
      *  is never sent twice for one event: the cursor skips events   *
      *  already logged, and the unique index on LETTERLOG refuses    *
      *  one that slips through.  A patient who has opted out of post *
      *  on PATIENT_CONSENT (HCCPDB01) gets no letter, but the event  *
      *  is logged as suppressed so it is not reconsidered.  A        *
      *  patient with no address on file is not logged and is offered *
      *  again the next night, once the desk has put it right.  Every *
      *  event considered prints on the register on RPTOUT with its   *
      *  outcome, so the desk can see what went out.                   *
      *                                                                *
      *   CONTROL-IN carries the look-back window in days (columns    *
      *  1-3) for no-shows and for prescriptions already ended, and   *
      *  the refill horizon in days (4-6).  An empty or non-numeric   *
      *  card falls back to 007 and 030 days and says so on the job   *
      *  log, the HCRFBR01 convention.                                 *
      *                                                                *
      *   Each log row is inserted in the same bounded unit of work   *
      *  as its letter, the HCRMBR01 discipline, and the cursor is    *
      *  WITH HOLD so the commits do not close it.  The job is held - *
      *  return code 12, BATCHRUN status 'H' - until the HCNSBR01     *
      *  no-show sweep has completed for the business date.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCLTBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN    ASSIGN TO CTLIN.
           SELECT LETTER-OUT    ASSIGN TO LTROUT.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-IN
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD.
           03 CI-CONTROLS.
              05 CI-LOOKBACK-DAYS   PIC 9(03).
              05 CI-REFILL-DAYS     PIC 9(03).
           03 CI-CONTROLS-X REDEFINES CI-CONTROLS
                                    PIC X(06).
           03 FILLER                PIC X(74).

       FD  LETTER-OUT
           RECORDING MODE IS F.
       01  LETTER-OUT-RECORD        PIC X(100).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCLTBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-EVENT-EOF          PIC X(01) VALUE 'N'.
              88 WS-EVENT-AT-EOF             VALUE 'Y'.
           03 WS-TEMPLATE-EOF       PIC X(01) VALUE 'N'.
              88 WS-TEMPLATE-AT-EOF          VALUE 'Y'.
           03 WS-LOGGED-SW          PIC X(01) VALUE 'N'.
              88 WS-LETTER-LOGGED            VALUE 'Y'.
           03 WS-MERGE-SW           PIC X(01) VALUE 'N'.
              88 WS-MERGE-DONE               VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-COMMIT-LIMIT       PIC 9(05) COMP VALUE 500.
           03 WS-UNCOMMITTED        PIC 9(05) COMP VALUE ZERO.
           03 WS-EVENTS-READ        PIC 9(07) COMP VALUE ZERO.
           03 WS-LETTERS-PRINTED    PIC 9(07) COMP VALUE ZERO.
           03 WS-OPTED-OUT-COUNT    PIC 9(07) COMP VALUE ZERO.
           03 WS-NO-ADDRESS-COUNT   PIC 9(07) COMP VALUE ZERO.
           03 WS-NO-TEMPLATE-COUNT  PIC 9(07) COMP VALUE ZERO.
           03 WS-DUPLICATE-COUNT    PIC 9(07) COMP VALUE ZERO.
           03 WS-RECORDS-WRITTEN    PIC 9(07) COMP VALUE ZERO.
           03 WS-TYPE-IX            PIC 9(04) COMP VALUE ZERO.
           03 WS-LINE-IX            PIC 9(04) COMP VALUE ZERO.
           03 WS-ADDRESS-LINE       PIC 9(04) COMP VALUE ZERO.
           03 WS-LETTER-STATUS      PIC X(01) VALUE SPACE.
           03 WS-OUTCOME-TEXT       PIC X(20) VALUE SPACES.
           03 WS-EVENT-DATE-TEXT    PIC X(10) VALUE SPACES.
           03 WS-FULL-NAME          PIC X(31) VALUE SPACES.

      * Merge work - the template line being filled in, where its
      * next '&' marker sits, and the value that replaces it
       01  WS-MERGE-FIELDS.
           03 WS-MERGE-LINE         PIC X(70) VALUE SPACES.
           03 WS-MERGE-WORK         PIC X(70) VALUE SPACES.
           03 WS-MERGE-NAME         PIC X(04) VALUE SPACES.
           03 WS-MERGE-VALUE        PIC X(50) VALUE SPACES.
           03 WS-MARK-POS           PIC 9(04) COMP VALUE ZERO.
           03 WS-MERGE-PTR          PIC 9(04) COMP VALUE ZERO.
           03 WS-MERGE-PASSES       PIC 9(04) COMP VALUE ZERO.
      * no template line carries more merge fields than this
           03 WS-MERGE-LIMIT        PIC 9(04) COMP VALUE 10.

      * The letter types, in the order of the template slots below,
      * and the names they print under on the register
       01  WS-LETTER-NAME-VALUES.
           03 FILLER                PIC X(20)
                                     VALUE 'DID NOT ATTEND'.
           03 FILLER                PIC X(20)
                                     VALUE 'INSURANCE LAPSED'.
           03 FILLER                PIC X(20)
                                     VALUE 'APPOINTMENT CONFIRM'.
           03 FILLER                PIC X(20)
                                     VALUE 'REFILL DUE'.
       01  WS-LETTER-NAME-TABLE REDEFINES WS-LETTER-NAME-VALUES.
           03 WS-LETTER-NAME        OCCURS 4 TIMES PIC X(20).

      * LETTERTEMPLATE loaded once at the start of the run - one slot
      * per letter type, each holding its printed lines in order
       01  WS-TEMPLATE-TABLE.
           03 WS-TEMPLATE           OCCURS 4 TIMES.
              05 WS-TPL-LINE-COUNT  PIC 9(04) COMP.
              05 WS-TPL-LINE        OCCURS 40 TIMES PIC X(70).
       01  WS-TPL-LINE-LIMIT        PIC 9(04) COMP VALUE 40.

      *----------------------------------------------------------------*
      * Letter file layouts - for each letter, the name and address    *
      * block as LP- records of type 'A' and the letter text as type  *
      * 'L', the first record of a letter carrying carriage control   *
      * '1' for a new sheet; one LT- trailer closes the file with the  *
      * counts the mail house reconciles against.                      *
      *----------------------------------------------------------------*
       01  LP-LETTER-RECORD.
           03 LP-RECORD-TYPE        PIC X(01).
           03 LP-LETTER-NO          PIC 9(07).
           03 LP-LETTER-TYPE        PIC X(04).
           03 LP-PATIENT-ID         PIC 9(10).
           03 LP-LINE-NO            PIC 9(03).
           03 LP-CARRIAGE           PIC X(01).
           03 LP-TEXT               PIC X(70).
           03 FILLER                PIC X(04) VALUE SPACES.

       01  LT-LETTER-TRAILER.
           03 LT-RECORD-TYPE        PIC X(01) VALUE 'T'.
           03 LT-LETTER-COUNT       PIC 9(07).
           03 LT-RECORD-COUNT       PIC 9(07).
           03 LT-RUN-DATE           PIC X(10).
           03 FILLER                PIC X(75) VALUE SPACES.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(40)
                  VALUE 'PATIENT CORRESPONDENCE - LETTER RUN FOR '.
           03 RH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(82) VALUE SPACES.

       01  RL-HEADING-2.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(09) VALUE 'LETTER'.
           03 FILLER                PIC X(21) VALUE 'LETTER TYPE'.
           03 FILLER                PIC X(12) VALUE 'PATIENT'.
           03 FILLER                PIC X(33) VALUE 'NAME'.
           03 FILLER                PIC X(12) VALUE 'EVENT ID'.
           03 FILLER                PIC X(12) VALUE 'EVENT DATE'.
           03 FILLER                PIC X(20) VALUE 'OUTCOME'.
           03 FILLER                PIC X(13) VALUE SPACES.

       01  RL-DETAIL-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-LETTER-NO          PIC ZZZZZZ9 BLANK WHEN ZERO.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-LETTER-NAME        PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-LAST-NAME          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-FIRST-NAME         PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-EVENT-ID           PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-EVENT-DATE         PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RD-OUTCOME            PIC X(20).
           03 FILLER                PIC X(13) VALUE SPACES.

       01  RL-TOTAL-LINE.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(06) VALUE 'READ: '.
           03 RT-READ               PIC ZZZZZZ9.
           03 FILLER                PIC X(10) VALUE ' PRINTED: '.
           03 RT-PRINTED            PIC ZZZZZZ9.
           03 FILLER                PIC X(12) VALUE ' OPTED OUT: '.
           03 RT-OPTED-OUT          PIC ZZZZZZ9.
           03 FILLER                PIC X(13) VALUE ' NO ADDRESS: '.
           03 RT-NO-ADDRESS         PIC ZZZZZZ9.
           03 FILLER                PIC X(14) VALUE ' NO TEMPLATE: '.
           03 RT-NO-TEMPLATE        PIC ZZZZZZ9.
           03 FILLER                PIC X(15)
                                     VALUE ' ALREADY SENT: '.
           03 RT-DUPLICATES         PIC ZZZZZZ9.
           03 FILLER                PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-LOOKBACK-DAYS      PIC S9(4) COMP.
           03 DB2-REFILL-DAYS        PIC S9(4) COMP.
           03 DB2-TODAY              PIC X(10).

       01  DB2-TEMPLATE.
           03 DB2-TPL-TYPE           PIC X(04).
           03 DB2-TPL-LINE-SEQ       PIC S9(4) COMP.
           03 DB2-TPL-TEXT           PIC X(70).

      * One event owed a letter - its type, the id and date that key
      * it on LETTERLOG, the appointment time and the clinic or drug
      * the letter mentions, and the patient's name and address
       01  DB2-EVENT.
           03 DB2-LETTER-TYPE        PIC X(04).
           03 DB2-EVENT-ID           PIC S9(9) COMP.
           03 DB2-PATIENT-ID         PIC S9(9) COMP.
           03 DB2-EVENT-DATE         PIC X(10).
           03 DB2-EVENT-TIME         PIC X(08).
           03 DB2-DETAIL             PIC X(50).
           03 DB2-FIRST-NAME         PIC X(10).
           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-ADDRESS            PIC X(20).
           03 DB2-CITY               PIC X(20).
           03 DB2-POSTCODE           PIC X(10).
           03 DB2-OPTOUT-POST        PIC X(01).

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

      * The letter wording, type by type, line by line
           EXEC SQL
             DECLARE TEMPLATE-CUR CURSOR FOR
               SELECT LETTERTYPE,
                      LINESEQ,
                      LINETEXT
                 FROM LETTERTEMPLATE
                ORDER BY LETTERTYPE, LINESEQ
           END-EXEC.

      * Every event owed a letter and not yet on LETTERLOG, for live,
      * active patients only.  A lapse with no expiry date recorded
      * is keyed on 0001-01-01, so it is still written only once.
      * Grouped by letter type and postcode for the mail house.  WITH
      * HOLD so the bounded-unit-of-work commits below do not close
      * it.
           EXEC SQL
             DECLARE EVENT-CUR CURSOR WITH HOLD FOR
               SELECT 'NOSH',
                      A.APPTID,
                      A.PATIENTID,
                      A.APPTDATE,
                      CHAR(A.APPTTIME),
                      A.CLINIC,
                      P.FIRSTNAME,
                      P.LASTNAME,
                      P.ADDRESS,
                      P.CITY,
                      P.POSTCODE,
                      COALESCE((SELECT C.OPTOUTPOST
                                  FROM PATIENT_CONSENT C
                                 WHERE C.PATIENTID = P.PATIENTID),
                               'N')
                 FROM APPOINTMENT A, PATIENT P
                WHERE P.PATIENTID = A.PATIENTID
                  AND (P.STATUS IS NULL OR P.STATUS <> 'I')
                  AND P.DATEOFDEATH IS NULL
                  AND A.STATUS    = 'N'
                  AND A.APPTDATE >=
                      CURRENT DATE - :DB2-LOOKBACK-DAYS DAYS
                  AND NOT EXISTS
                      (SELECT 1
                         FROM LETTERLOG L
                        WHERE L.PATIENTID  = A.PATIENTID
                          AND L.LETTERTYPE = 'NOSH'
                          AND L.EVENTID    = A.APPTID
                          AND L.EVENTDATE  = A.APPTDATE)
               UNION ALL
               SELECT 'LAPS',
                      P.PATIENTID,
                      P.PATIENTID,
                      COALESCE(P.COVEXPIRY, DATE('0001-01-01')),
                      '        ',
                      '          ',
                      P.FIRSTNAME,
                      P.LASTNAME,
                      P.ADDRESS,
                      P.CITY,
                      P.POSTCODE,
                      COALESCE((SELECT C.OPTOUTPOST
                                  FROM PATIENT_CONSENT C
                                 WHERE C.PATIENTID = P.PATIENTID),
                               'N')
                 FROM PATIENT P
                WHERE (P.STATUS IS NULL OR P.STATUS <> 'I')
                  AND P.DATEOFDEATH IS NULL
                  AND P.COVSTATUS = 'L'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM LETTERLOG L
                        WHERE L.PATIENTID  = P.PATIENTID
                          AND L.LETTERTYPE = 'LAPS'
                          AND L.EVENTID    = P.PATIENTID
                          AND L.EVENTDATE  =
                              COALESCE(P.COVEXPIRY,
                                       DATE('0001-01-01')))
               UNION ALL
               SELECT 'CONF',
                      A.APPTID,
                      A.PATIENTID,
                      A.APPTDATE,
                      CHAR(A.APPTTIME),
                      A.CLINIC,
                      P.FIRSTNAME,
                      P.LASTNAME,
                      P.ADDRESS,
                      P.CITY,
                      P.POSTCODE,
                      COALESCE((SELECT C.OPTOUTPOST
                                  FROM PATIENT_CONSENT C
                                 WHERE C.PATIENTID = P.PATIENTID),
                               'N')
                 FROM APPOINTMENT A, PATIENT P
                WHERE P.PATIENTID = A.PATIENTID
                  AND (P.STATUS IS NULL OR P.STATUS <> 'I')
                  AND P.DATEOFDEATH IS NULL
                  AND A.STATUS    = 'B'
                  AND A.APPTDATE  > CURRENT DATE
                  AND NOT EXISTS
                      (SELECT 1
                         FROM LETTERLOG L
                        WHERE L.PATIENTID  = A.PATIENTID
                          AND L.LETTERTYPE = 'CONF'
                          AND L.EVENTID    = A.APPTID
                          AND L.EVENTDATE  = A.APPTDATE)
               UNION ALL
               SELECT 'RFIL',
                      M.PRESCRIPTIONID,
                      M.PATIENTID,
                      M.ENDDATE,
                      '        ',
                      M.DRUGNAME,
                      P.FIRSTNAME,
                      P.LASTNAME,
                      P.ADDRESS,
                      P.CITY,
                      P.POSTCODE,
                      COALESCE((SELECT C.OPTOUTPOST
                                  FROM PATIENT_CONSENT C
                                 WHERE C.PATIENTID = P.PATIENTID),
                               'N')
                 FROM MEDICATION M, PATIENT P
                WHERE P.PATIENTID = M.PATIENTID
                  AND (P.STATUS IS NULL OR P.STATUS <> 'I')
                  AND P.DATEOFDEATH IS NULL
                  AND COALESCE(P.PHONEMOBILE, ' ') = ' '
                  AND M.ENDDATE IS NOT NULL
                  AND M.ENDDATE <= CURRENT DATE + :DB2-REFILL-DAYS DAYS
                  AND M.ENDDATE >=
                      CURRENT DATE - :DB2-LOOKBACK-DAYS DAYS
                  AND (M.STATUS IS NULL OR M.STATUS <> 'D')
                  AND NOT EXISTS
                      (SELECT 1
                         FROM LETTERLOG L
                        WHERE L.PATIENTID  = M.PATIENTID
                          AND L.LETTERTYPE = 'RFIL'
                          AND L.EVENTID    = M.PRESCRIPTIONID
                          AND L.EVENTDATE  = M.ENDDATE)
                ORDER BY 1, 11, 3, 4, 2
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-LETTERS.

           PERFORM PROCESS-ONE-EVENT
             UNTIL WS-EVENT-AT-EOF.

           PERFORM COMMIT-UNIT-OF-WORK.

           PERFORM TERMINATE-LETTERS.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-LETTERS.
      *================================================================*
           MOVE 'HCLTBR01' TO RN-JOB-NAME
           MOVE 'HCNSBR01' TO RN-PREDECESSOR
           PERFORM RUN-CONTROL-START.
           IF RN-PREDECESSOR-PENDING
             DISPLAY 'HCLTBR01 - ' RN-PREDECESSOR
                     ' HAS NOT COMPLETED FOR '
                     RN-BUSINESS-DATE ', RUN HELD'
             MOVE RN-RETURN-CODE TO RETURN-CODE
             STOP RUN
           END-IF.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCLTBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT LETTER-OUT
           OPEN OUTPUT REPORT-OUT.

           MOVE 7  TO DB2-LOOKBACK-DAYS.
           MOVE 30 TO DB2-REFILL-DAYS.
           READ CONTROL-IN
             AT END
               DISPLAY 'HCLTBR01 - NO CONTROL CARD, LOOKING BACK 007 '
                       'DAYS, REFILLS DUE WITHIN 030 DAYS'
             NOT AT END
               IF CI-CONTROLS-X IS NUMERIC
                  AND CI-LOOKBACK-DAYS GREATER THAN ZERO
                  AND CI-REFILL-DAYS GREATER THAN ZERO
                 MOVE CI-LOOKBACK-DAYS TO DB2-LOOKBACK-DAYS
                 MOVE CI-REFILL-DAYS   TO DB2-REFILL-DAYS
               ELSE
                 DISPLAY 'HCLTBR01 - CONTROL CARD NOT NUMERIC, '
                         'LOOKING BACK 007 DAYS, REFILLS DUE '
                         'WITHIN 030 DAYS'
               END-IF
           END-READ.

           EXEC SQL
             SET :DB2-TODAY = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           MOVE DB2-TODAY    TO RH1-RUN-DATE.
           MOVE RL-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           PERFORM LOAD-TEMPLATES.

           EXEC SQL
             OPEN EVENT-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCLTBR01 - OPEN EVENT-CUR FAILED, '
                     'SQLCODE = ' SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-EVENT-EOF
           ELSE
             PERFORM FETCH-EVENT
           END-IF.

       INITIALIZE-LETTERS-EXIT.
           EXIT.

      *================================================================*
       LOAD-TEMPLATES.
      *================================================================*
      * Read LETTERTEMPLATE into the slots.  A letter type with no     *
      * wording on file is said so on the job log; its events are     *
      * listed on the register but not logged, so they are written   *
      * on the first night after the template is put on.              *
      *================================================================*
           MOVE ZERO TO WS-TPL-LINE-COUNT (1)
           MOVE ZERO TO WS-TPL-LINE-COUNT (2)
           MOVE ZERO TO WS-TPL-LINE-COUNT (3)
           MOVE ZERO TO WS-TPL-LINE-COUNT (4).

           EXEC SQL
             OPEN TEMPLATE-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCLTBR01 - OPEN TEMPLATE-CUR FAILED, '
                     'SQLCODE = ' SQLCODE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM FETCH-TEMPLATE-LINE
             PERFORM STORE-TEMPLATE-LINE
               UNTIL WS-TEMPLATE-AT-EOF

             EXEC SQL
               CLOSE TEMPLATE-CUR
             END-EXEC
           END-IF.

           PERFORM CHECK-TEMPLATE-LOADED
             VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX GREATER THAN 4.

       LOAD-TEMPLATES-EXIT.
           EXIT.

      *================================================================*
       FETCH-TEMPLATE-LINE.
      *================================================================*
           EXEC SQL
             FETCH TEMPLATE-CUR
               INTO :DB2-TPL-TYPE,
                    :DB2-TPL-LINE-SEQ,
                    :DB2-TPL-TEXT
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-TEMPLATE-EOF
             WHEN OTHER
               DISPLAY 'HCLTBR01 - FETCH TEMPLATE-CUR FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-TEMPLATE-EOF
           END-EVALUATE.

       FETCH-TEMPLATE-LINE-EXIT.
           EXIT.

      *================================================================*
       STORE-TEMPLATE-LINE.
      *================================================================*
      * A row for a letter type this run does not write, or a line    *
      * past the slot's capacity, is said so on the job log and left. *
      *================================================================*
           MOVE DB2-TPL-TYPE TO DB2-LETTER-TYPE.
           PERFORM FIND-LETTER-SLOT.

           EVALUATE TRUE
             WHEN WS-TYPE-IX EQUAL ZERO
               DISPLAY 'HCLTBR01 - TEMPLATE ' DB2-TPL-TYPE
                       ' IS NOT A LETTER THIS RUN WRITES, IGNORED'
             WHEN WS-TPL-LINE-COUNT (WS-TYPE-IX)
                  NOT LESS THAN WS-TPL-LINE-LIMIT
               DISPLAY 'HCLTBR01 - TEMPLATE ' DB2-TPL-TYPE
                       ' LINE ' DB2-TPL-LINE-SEQ
                       ' IS PAST THE LAST PRINTED LINE, IGNORED'
             WHEN OTHER
               ADD 1 TO WS-TPL-LINE-COUNT (WS-TYPE-IX)
               MOVE WS-TPL-LINE-COUNT (WS-TYPE-IX) TO WS-LINE-IX
               MOVE DB2-TPL-TEXT
                 TO WS-TPL-LINE (WS-TYPE-IX, WS-LINE-IX)
           END-EVALUATE.

           PERFORM FETCH-TEMPLATE-LINE.

       STORE-TEMPLATE-LINE-EXIT.
           EXIT.

      *================================================================*
       CHECK-TEMPLATE-LOADED.
      *================================================================*
           IF WS-TPL-LINE-COUNT (WS-TYPE-IX) EQUAL ZERO
             DISPLAY 'HCLTBR01 - NO TEMPLATE ON FILE FOR '
                     WS-LETTER-NAME (WS-TYPE-IX)
                     ', THOSE LETTERS ARE HELD'
           END-IF.

       CHECK-TEMPLATE-LOADED-EXIT.
           EXIT.

      *================================================================*
       FIND-LETTER-SLOT.
      *================================================================*
           EVALUATE DB2-LETTER-TYPE
             WHEN 'NOSH'
               MOVE 1 TO WS-TYPE-IX
             WHEN 'LAPS'
               MOVE 2 TO WS-TYPE-IX
             WHEN 'CONF'
               MOVE 3 TO WS-TYPE-IX
             WHEN 'RFIL'
               MOVE 4 TO WS-TYPE-IX
             WHEN OTHER
               MOVE 0 TO WS-TYPE-IX
           END-EVALUATE.

       FIND-LETTER-SLOT-EXIT.
           EXIT.

      *================================================================*
       FETCH-EVENT.
      *================================================================*
           EXEC SQL
             FETCH EVENT-CUR
               INTO :DB2-LETTER-TYPE,
                    :DB2-EVENT-ID,
                    :DB2-PATIENT-ID,
                    :DB2-EVENT-DATE,
                    :DB2-EVENT-TIME,
                    :DB2-DETAIL,
                    :DB2-FIRST-NAME,
                    :DB2-LAST-NAME,
                    :DB2-ADDRESS,
                    :DB2-CITY,
                    :DB2-POSTCODE,
                    :DB2-OPTOUT-POST
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-EVENTS-READ
             WHEN 100
               MOVE 'Y' TO WS-EVENT-EOF
             WHEN OTHER
               DISPLAY 'HCLTBR01 - FETCH EVENT-CUR FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EVENT-EOF
           END-EVALUATE.

       FETCH-EVENT-EXIT.
           EXIT.

      *================================================================*
       PROCESS-ONE-EVENT.
      *================================================================*
      * Decide what becomes of the event, log it where it is settled  *
      * for good, print the letter where one is due, and put it on    *
      * the register.  An event another run logged since the cursor   *
      * opened is counted and left off the register.                  *
      *================================================================*
           PERFORM FIND-LETTER-SLOT.
           MOVE 'N'    TO WS-LOGGED-SW.
           MOVE SPACES TO WS-OUTCOME-TEXT.

           IF DB2-EVENT-DATE EQUAL '0001-01-01'
             MOVE SPACES         TO WS-EVENT-DATE-TEXT
           ELSE
             MOVE DB2-EVENT-DATE TO WS-EVENT-DATE-TEXT
           END-IF.

           EVALUATE TRUE
             WHEN WS-TPL-LINE-COUNT (WS-TYPE-IX) EQUAL ZERO
               MOVE 'NO TEMPLATE ON FILE' TO WS-OUTCOME-TEXT
               ADD 1 TO WS-NO-TEMPLATE-COUNT
             WHEN DB2-OPTOUT-POST EQUAL 'Y'
               MOVE 'O' TO WS-LETTER-STATUS
               PERFORM LOG-LETTER
               IF WS-LETTER-LOGGED
                 MOVE 'OPTED OUT OF POST' TO WS-OUTCOME-TEXT
                 ADD 1 TO WS-OPTED-OUT-COUNT
               END-IF
             WHEN DB2-ADDRESS EQUAL SPACES
               OR DB2-POSTCODE EQUAL SPACES
               MOVE 'NO ADDRESS ON FILE'  TO WS-OUTCOME-TEXT
               ADD 1 TO WS-NO-ADDRESS-COUNT
             WHEN OTHER
               MOVE 'P' TO WS-LETTER-STATUS
               PERFORM LOG-LETTER
               IF WS-LETTER-LOGGED
                 PERFORM PRINT-LETTER
                 MOVE 'PRINTED'           TO WS-OUTCOME-TEXT
               END-IF
           END-EVALUATE.

           IF WS-OUTCOME-TEXT NOT EQUAL SPACES
             PERFORM WRITE-REGISTER-LINE
           END-IF.

           IF WS-UNCOMMITTED NOT LESS THAN WS-COMMIT-LIMIT
             PERFORM COMMIT-UNIT-OF-WORK
           END-IF.

           IF NOT WS-EVENT-AT-EOF
             PERFORM FETCH-EVENT
           END-IF.

       PROCESS-ONE-EVENT-EXIT.
           EXIT.

      *================================================================*
       LOG-LETTER.
      *================================================================*
      * Log the letter against the patient and its event - 'P'        *
      * printed or 'O' suppressed for a patient opted out of post.    *
      * A duplicate key means the event was logged since the cursor   *
      * opened - it is counted and left alone.                        *
      *================================================================*
           EXEC SQL
             INSERT INTO LETTERLOG
                       ( LETTERID,
                         PATIENTID,
                         LETTERTYPE,
                         EVENTID,
                         EVENTDATE,
                         LETTERSTATUS,
                         SENTDATE,
                         SENTBY,
                         LOGGEDTS )
                VALUES ( DEFAULT,
                         :DB2-PATIENT-ID,
                         :DB2-LETTER-TYPE,
                         :DB2-EVENT-ID,
                         :DB2-EVENT-DATE,
                         :WS-LETTER-STATUS,
                         CURRENT DATE,
                         'HCLTBR01',
                         CURRENT TIMESTAMP )
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-LOGGED-SW
               ADD 1 TO WS-UNCOMMITTED
             WHEN -803
               ADD 1 TO WS-DUPLICATE-COUNT
             WHEN OTHER
               DISPLAY 'HCLTBR01 - INSERT LETTERLOG FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EVENT-EOF
           END-EVALUATE.

       LOG-LETTER-EXIT.
           EXIT.

      *================================================================*
       PRINT-LETTER.
      *================================================================*
      * The name and address block, the date, then the template's     *
      * lines with the merge fields filled in.                         *
      *================================================================*
           ADD 1 TO WS-LETTERS-PRINTED.
           MOVE WS-LETTERS-PRINTED TO LP-LETTER-NO.
           MOVE DB2-LETTER-TYPE    TO LP-LETTER-TYPE.
           MOVE DB2-PATIENT-ID     TO LP-PATIENT-ID.
           MOVE ZERO               TO LP-LINE-NO.

           MOVE SPACES TO WS-FULL-NAME.
           STRING DB2-FIRST-NAME DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  DB2-LAST-NAME  DELIMITED BY '  '
             INTO WS-FULL-NAME
           END-STRING.

           MOVE 'A' TO LP-RECORD-TYPE.
           PERFORM WRITE-ADDRESS-LINE
             VARYING WS-ADDRESS-LINE FROM 1 BY 1
               UNTIL WS-ADDRESS-LINE GREATER THAN 4.

           MOVE 'L'    TO LP-RECORD-TYPE.
           MOVE SPACES TO LP-TEXT.
           PERFORM WRITE-LETTER-RECORD.
           MOVE DB2-TODAY TO LP-TEXT (61:10).
           PERFORM WRITE-LETTER-RECORD.
           MOVE SPACES TO LP-TEXT.
           PERFORM WRITE-LETTER-RECORD.

           PERFORM WRITE-TEMPLATE-LINE
             VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX GREATER THAN
                     WS-TPL-LINE-COUNT (WS-TYPE-IX).

       PRINT-LETTER-EXIT.
           EXIT.

      *================================================================*
       WRITE-ADDRESS-LINE.
      *================================================================*
           MOVE SPACES TO LP-TEXT.
           EVALUATE WS-ADDRESS-LINE
             WHEN 1
               MOVE WS-FULL-NAME TO LP-TEXT
             WHEN 2
               MOVE DB2-ADDRESS  TO LP-TEXT
             WHEN 3
               MOVE DB2-CITY     TO LP-TEXT
             WHEN OTHER
               MOVE DB2-POSTCODE TO LP-TEXT
           END-EVALUATE.

           PERFORM WRITE-LETTER-RECORD.

       WRITE-ADDRESS-LINE-EXIT.
           EXIT.

      *================================================================*
       WRITE-TEMPLATE-LINE.
      *================================================================*
           MOVE WS-TPL-LINE (WS-TYPE-IX, WS-LINE-IX) TO WS-MERGE-LINE.
           MOVE 'N'  TO WS-MERGE-SW.
           MOVE ZERO TO WS-MERGE-PASSES.
           PERFORM MERGE-ONE-FIELD
             UNTIL WS-MERGE-DONE.

           MOVE WS-MERGE-LINE TO LP-TEXT.
           PERFORM WRITE-LETTER-RECORD.

       WRITE-TEMPLATE-LINE-EXIT.
           EXIT.

      *================================================================*
       MERGE-ONE-FIELD.
      *================================================================*
      * Find the next '&' marker and replace it and its four-character *
      * name with the value, closing the value up against the text    *
      * that follows.  A marker too near the end of the line to carry *
      * a name is left as printed; an unknown name merges as nothing. *
      *================================================================*
           MOVE ZERO TO WS-MARK-POS.
           INSPECT WS-MERGE-LINE TALLYING WS-MARK-POS
             FOR CHARACTERS BEFORE INITIAL '&'.
           ADD 1 TO WS-MERGE-PASSES.

           IF WS-MARK-POS GREATER THAN 65
              OR WS-MERGE-PASSES GREATER THAN WS-MERGE-LIMIT
             MOVE 'Y' TO WS-MERGE-SW
           ELSE
             MOVE WS-MERGE-LINE (WS-MARK-POS + 2:4) TO WS-MERGE-NAME
             PERFORM CHOOSE-MERGE-VALUE

             MOVE SPACES TO WS-MERGE-WORK
             MOVE 1      TO WS-MERGE-PTR
             IF WS-MARK-POS GREATER THAN ZERO
               STRING WS-MERGE-LINE (1:WS-MARK-POS)
                                       DELIMITED BY SIZE
                 INTO WS-MERGE-WORK
                 WITH POINTER WS-MERGE-PTR
               END-STRING
             END-IF
             IF WS-MERGE-VALUE NOT EQUAL SPACES
               STRING WS-MERGE-VALUE   DELIMITED BY '  '
                 INTO WS-MERGE-WORK
                 WITH POINTER WS-MERGE-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
             END-IF
             IF WS-MARK-POS LESS THAN 65
                AND WS-MERGE-PTR NOT GREATER THAN 70
               STRING WS-MERGE-LINE (WS-MARK-POS + 6:)
                                       DELIMITED BY SIZE
                 INTO WS-MERGE-WORK
                 WITH POINTER WS-MERGE-PTR
                 ON OVERFLOW
                   CONTINUE
               END-STRING
             END-IF
             MOVE WS-MERGE-WORK TO WS-MERGE-LINE
           END-IF.

       MERGE-ONE-FIELD-EXIT.
           EXIT.

      *================================================================*
       CHOOSE-MERGE-VALUE.
      *================================================================*
           MOVE SPACES TO WS-MERGE-VALUE.
           EVALUATE WS-MERGE-NAME
             WHEN 'NAME'
               MOVE WS-FULL-NAME       TO WS-MERGE-VALUE
             WHEN 'FNAM'
               MOVE DB2-FIRST-NAME     TO WS-MERGE-VALUE
             WHEN 'LNAM'
               MOVE DB2-LAST-NAME      TO WS-MERGE-VALUE
             WHEN 'DATE'
               MOVE WS-EVENT-DATE-TEXT TO WS-MERGE-VALUE
             WHEN 'TIME'
               MOVE DB2-EVENT-TIME     TO WS-MERGE-VALUE
             WHEN 'CLIN'
             WHEN 'DRUG'
               MOVE DB2-DETAIL         TO WS-MERGE-VALUE
             WHEN 'TDAY'
               MOVE DB2-TODAY          TO WS-MERGE-VALUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       CHOOSE-MERGE-VALUE-EXIT.
           EXIT.

      *================================================================*
       WRITE-LETTER-RECORD.
      *================================================================*
      * The first record of each letter starts a new sheet.            *
      *================================================================*
           ADD 1 TO LP-LINE-NO.
           IF LP-LINE-NO EQUAL 1
             MOVE '1'   TO LP-CARRIAGE
           ELSE
             MOVE SPACE TO LP-CARRIAGE
           END-IF.

           MOVE LP-LETTER-RECORD TO LETTER-OUT-RECORD.
           WRITE LETTER-OUT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

       WRITE-LETTER-RECORD-EXIT.
           EXIT.

      *================================================================*
       WRITE-REGISTER-LINE.
      *================================================================*
           IF WS-OUTCOME-TEXT EQUAL 'PRINTED'
             MOVE WS-LETTERS-PRINTED TO RD-LETTER-NO
           ELSE
             MOVE ZERO               TO RD-LETTER-NO
           END-IF.
           MOVE WS-LETTER-NAME (WS-TYPE-IX) TO RD-LETTER-NAME.
           MOVE DB2-PATIENT-ID      TO RD-PATIENT-ID.
           MOVE DB2-LAST-NAME       TO RD-LAST-NAME.
           MOVE DB2-FIRST-NAME      TO RD-FIRST-NAME.
           MOVE DB2-EVENT-ID        TO RD-EVENT-ID.
           MOVE WS-EVENT-DATE-TEXT  TO RD-EVENT-DATE.
           MOVE WS-OUTCOME-TEXT     TO RD-OUTCOME.
           MOVE RL-DETAIL-LINE      TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

       WRITE-REGISTER-LINE-EXIT.
           EXIT.

      *================================================================*
       COMMIT-UNIT-OF-WORK.
      *================================================================*
      * Harden the log rows taken so far and let the locks go - the   *
      * cursor is WITH HOLD, so the scan carries straight on.  A      *
      * failed commit ends the run; events whose log rows hardened    *
      * are skipped by the cursor on the rerun, so nobody is written  *
      * to twice.                                                      *
      *================================================================*
           IF WS-UNCOMMITTED GREATER THAN ZERO
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCLTBR01 - COMMIT FAILED, SQLCODE = ' SQLCODE
               DISPLAY 'HCLTBR01 - RUN ENDED, RERUN THE JOB'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE ZERO TO WS-UNCOMMITTED
           END-IF.

       COMMIT-UNIT-OF-WORK-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-LETTERS.
      *================================================================*
           EXEC SQL
             CLOSE EVENT-CUR
           END-EXEC.

           MOVE WS-LETTERS-PRINTED  TO LT-LETTER-COUNT.
           MOVE WS-RECORDS-WRITTEN  TO LT-RECORD-COUNT.
           MOVE DB2-TODAY           TO LT-RUN-DATE.
           MOVE LT-LETTER-TRAILER   TO LETTER-OUT-RECORD.
           WRITE LETTER-OUT-RECORD.

           MOVE WS-EVENTS-READ      TO RT-READ.
           MOVE WS-LETTERS-PRINTED  TO RT-PRINTED.
           MOVE WS-OPTED-OUT-COUNT  TO RT-OPTED-OUT.
           MOVE WS-NO-ADDRESS-COUNT TO RT-NO-ADDRESS.
           MOVE WS-NO-TEMPLATE-COUNT TO RT-NO-TEMPLATE.
           MOVE WS-DUPLICATE-COUNT  TO RT-DUPLICATES.
           MOVE RL-TOTAL-LINE       TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           DISPLAY 'HCLTBR01 - READ = ' WS-EVENTS-READ
                   ' PRINTED = ' WS-LETTERS-PRINTED
                   ' OPTED OUT = ' WS-OPTED-OUT-COUNT.
           DISPLAY 'HCLTBR01 - NO ADDRESS = ' WS-NO-ADDRESS-COUNT
                   ' NO TEMPLATE = ' WS-NO-TEMPLATE-COUNT
                   ' ALREADY SENT = ' WS-DUPLICATE-COUNT.

           IF WS-NO-ADDRESS-COUNT + WS-NO-TEMPLATE-COUNT
                  GREATER THAN ZERO
              AND RETURN-CODE LESS THAN 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CONTROL-IN
           CLOSE LETTER-OUT
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-EVENTS-READ        TO RN-READ-COUNT
           MOVE WS-LETTERS-PRINTED    TO RN-WRITTEN-COUNT
           COMPUTE RN-REJECTED-COUNT =
                   WS-NO-ADDRESS-COUNT + WS-NO-TEMPLATE-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCLTBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-LETTERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
