      ******************************************************************
      *                                                                *
      *           Quarterly Chronic Condition Indicators               *
      *                                                                *
      *   Batch job that measures, once a quarter, how well the        *
      *  practice is looking after the patients on its chronic         *
      *  condition registers.  A register is every living, active      *
      *  patient with the condition active on their problem list       *
      *  (PROBLEM, kept online through HCPLDB01), and for each clinic  *
      *  and condition the report gives the register's size, how      *
      *  many were reviewed - a visit, or a result for the condition's *
      *  monitoring test, in the twelve months to the as-at date -     *
      *  and how many are at target:                                   *
      *                                                                *
      *    TARGETTYPE 'B'  the latest systolic and diastolic reading   *
      *                    in the twelve months are both under the     *
      *                    condition's SYSTARGET and DIATARGET         *
      *    TARGETTYPE 'L'  the latest result for TESTCODE in the       *
      *                    twelve months is not flagged abnormal      *
      *    TARGETTYPE ' '  no measure of its own - reviewed is target *
      *                                                                *
      *  A patient belongs to the clinic of their most recent          *
      *  appointment on or before the as-at date that was not          *
      *  cancelled; one never seen in a clinic is counted under        *
      *  (NONE).  Every patient not at target goes on the follow-up    *
      *  list (FUPOUT) by name, with the reason and how to reach them, *
      *  so the clinic can recall them.  Pseudonymised records are     *
      *  left out - there is nobody left to recall.                    *
      *                                                                *
      *   CONTROL-IN columns 1-10 carry the as-at date, CCYY-MM-DD,    *
      *  normally the last day of the quarter.  An empty card means    *
      *  today; a card that is not a date ends the run RC 8 with       *
      *  nothing reported.                                             *
      *                                                                *
      *   CONDITIONREF - maintained by the clinical lead through the   *
      *  DBA, the LABTEST convention -                                 *
      *     CONDCODE   CHAR(8)     CONDNAME   CHAR(30)                 *
      *     TARGETTYPE CHAR(1)     TESTCODE   CHAR(8)                  *
      *     SYSTARGET  SMALLINT    DIATARGET  SMALLINT                 *
      *  The four target columns are nullable - a condition with no    *
      *  measure of its own carries none - and a null is read as       *
      *  blank or zero.                                                *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCQIBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN    ASSIGN TO CTLIN.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.
           SELECT FOLLOWUP-OUT  ASSIGN TO FUPOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-IN
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD.
           03 CI-AS-AT-DATE         PIC X(10).
           03 FILLER                PIC X(70).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       FD  FOLLOWUP-OUT
           RECORDING MODE IS F.
       01  FOLLOWUP-OUT-RECORD      PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCQIBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-REGISTER-EOF       PIC X(01) VALUE 'N'.
              88 WS-REGISTER-AT-EOF          VALUE 'Y'.
           03 WS-CONTROL-CARD-SW    PIC X(01) VALUE 'N'.
              88 WS-CONTROL-CARD-OK          VALUE 'Y'.
           03 WS-REVIEWED-SW        PIC X(01) VALUE 'N'.
              88 WS-PATIENT-REVIEWED         VALUE 'Y'.
           03 WS-AT-TARGET-SW       PIC X(01) VALUE 'N'.
              88 WS-PATIENT-AT-TARGET        VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-MEMBERS-READ       PIC 9(07) COMP VALUE ZERO.
           03 WS-FOLLOWUP-COUNT     PIC 9(07) COMP VALUE ZERO.
           03 WS-GROUP-REGISTER     PIC 9(07) COMP VALUE ZERO.
           03 WS-GROUP-REVIEWED     PIC 9(07) COMP VALUE ZERO.
           03 WS-GROUP-AT-TARGET    PIC 9(07) COMP VALUE ZERO.
           03 WS-GROUPS-REPORTED    PIC 9(07) COMP VALUE ZERO.
           03 WS-PERCENT            PIC 9(03)V9 VALUE ZERO.
      * clinic and condition of the group being counted - a change in
      * either closes the group off
           03 WS-PREV-CLINIC        PIC X(10) VALUE SPACES.
           03 WS-PREV-CONDITION     PIC X(08) VALUE SPACES.
           03 WS-PREV-CONDITION-NAME PIC X(30) VALUE SPACES.
      * BP halves are held right-justified and zero-filled, '00120',
      * so a numeric reading compares through these
           03 WS-SYSTOLIC-X         PIC X(05).
           03 WS-SYSTOLIC-N REDEFINES WS-SYSTOLIC-X
                                    PIC 9(05).
           03 WS-DIASTOLIC-X        PIC X(05).
           03 WS-DIASTOLIC-N REDEFINES WS-DIASTOLIC-X
                                    PIC 9(05).
           03 WS-FOLLOWUP-REASON    PIC X(40).

       01  WS-BP-REASON.
           03 FILLER                PIC X(16) VALUE 'BP OVER TARGET '.
           03 WS-BR-SYSTOLIC        PIC ZZ9.
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-BR-DIASTOLIC       PIC ZZ9.
           03 FILLER                PIC X(17) VALUE SPACES.

       01  WS-LAB-REASON.
           03 WS-LR-TEST-CODE       PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-LR-TEXT            PIC X(31).

      *----------------------------------------------------------------*
      * Report line layouts - moved to the output record before WRITE *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(46)
                 VALUE 'CHRONIC CONDITION INDICATORS - QUARTER TO '.
           03 RH1-AS-AT-DATE        PIC X(10).
           03 FILLER                PIC X(76) VALUE SPACES.

       01  RL-FOLLOWUP-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(46)
                 VALUE 'CHRONIC CONDITION FOLLOW-UP - QUARTER TO '.
           03 RF1-AS-AT-DATE        PIC X(10).
           03 FILLER                PIC X(76) VALUE SPACES.

       01  RL-INDICATOR-COLUMNS.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(12) VALUE 'CLINIC'.
           03 FILLER                PIC X(10) VALUE 'CONDITION'.
           03 FILLER                PIC X(32) VALUE 'DESCRIPTION'.
           03 FILLER                PIC X(10) VALUE 'REGISTER'.
           03 FILLER                PIC X(17) VALUE 'REVIEWED 12M'.
           03 FILLER                PIC X(17) VALUE 'AT TARGET'.
           03 FILLER                PIC X(10) VALUE 'FOLLOW-UP'.
           03 FILLER                PIC X(24) VALUE SPACES.

       01  RL-INDICATOR-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RI-CLINIC             PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RI-CONDITION          PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RI-CONDITION-NAME     PIC X(30).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RI-REGISTER           PIC ZZZZZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 RI-REVIEWED           PIC ZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RI-REVIEWED-PCT       PIC ZZ9.9.
           03 FILLER                PIC X(04) VALUE '%'.
           03 RI-AT-TARGET          PIC ZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RI-AT-TARGET-PCT      PIC ZZ9.9.
           03 FILLER                PIC X(04) VALUE '%'.
           03 RI-FOLLOWUP           PIC ZZZZZZ9.
           03 FILLER                PIC X(27) VALUE SPACES.

       01  RL-FOLLOWUP-GROUP.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(08) VALUE 'CLINIC '.
           03 RFG-CLINIC            PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RFG-CONDITION         PIC X(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RFG-CONDITION-NAME    PIC X(30).
           03 FILLER                PIC X(72) VALUE SPACES.

       01  RL-FOLLOWUP-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 RFL-PATIENT-ID        PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RFL-LAST-NAME         PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RFL-FIRST-NAME        PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RFL-REASON            PIC X(40).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 FILLER                PIC X(06) VALUE 'PHONE '.
           03 RFL-PHONE-MOBILE      PIC X(20).
           03 FILLER                PIC X(15) VALUE SPACES.

       01  RL-GRAND-TOTAL.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(24)
                                     VALUE 'REGISTER ENTRIES . . . .'.
           03 RG-MEMBERS            PIC ZZZZZZ9.
           03 FILLER                PIC X(18)
                                     VALUE '   FOR FOLLOW-UP '.
           03 RG-FOLLOWUP           PIC ZZZZZZ9.
           03 FILLER                PIC X(76) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-AS-AT-DATE         PIC X(10).

       01  DB2-REGISTER.
           03 DB2-CLINIC             PIC X(10).
           03 DB2-CONDITION-CODE     PIC X(08).
           03 DB2-CONDITION-NAME     PIC X(30).
           03 DB2-TARGET-TYPE        PIC X(01).
              88 DB2-TARGET-BP                 VALUE 'B'.
              88 DB2-TARGET-LAB                VALUE 'L'.
           03 DB2-SYSTOLIC-TARGET    PIC S9(4) COMP.
           03 DB2-DIASTOLIC-TARGET   PIC S9(4) COMP.
           03 DB2-TEST-CODE          PIC X(08).
           03 DB2-PATIENT-ID         PIC S9(9) COMP.
           03 DB2-FIRST-NAME         PIC X(10).
           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-PHONE-MOBILE       PIC X(20).

       01  DB2-READINGS.
           03 DB2-VISIT-COUNT        PIC S9(9) COMP.
           03 DB2-LAB-COUNT          PIC S9(9) COMP.
           03 DB2-SYSTOLIC           PIC X(05).
           03 DB2-DIASTOLIC          PIC X(05).
           03 DB2-RESULT-VALUE       PIC X(10).
           03 DB2-ABNORMAL-FLAG      PIC X(01).
              88 DB2-RESULT-ABNORMAL           VALUES 'H' 'L' 'Y'.
           03 IND-SYSTOLIC           PIC S9(4) COMP.
           03 IND-DIASTOLIC          PIC S9(4) COMP.
           03 IND-ABNORMAL-FLAG      PIC S9(4) COMP.

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

      * Every active register entry of a living, active patient as at
      * the as-at date, with the patient's clinic and the condition's
      * targets (a null target read as blank or zero), in clinic and
      * condition order for the control breaks
           EXEC SQL
             DECLARE REGISTER-CUR CURSOR FOR
               SELECT X.CLINIC,
                      X.CONDCODE,
                      X.CONDNAME,
                      X.TARGETTYPE,
                      X.SYSTARGET,
                      X.DIATARGET,
                      X.TESTCODE,
                      X.PATIENTID,
                      X.FIRSTNAME,
                      X.LASTNAME,
                      X.PHONEMOBILE
                 FROM (SELECT COALESCE(
                             (SELECT A.CLINIC
                                FROM APPOINTMENT A
                               WHERE A.PATIENTID = P.PATIENTID
                                 AND A.STATUS   <> 'C'
                                 AND A.APPTDATE <= :DB2-AS-AT-DATE
                               ORDER BY A.APPTDATE DESC,
                                        A.APPTTIME DESC
                               FETCH FIRST 1 ROW ONLY),
                              '(NONE)') AS CLINIC,
                              R.CONDCODE,
                              C.CONDNAME,
                              COALESCE(C.TARGETTYPE, ' ')
                                AS TARGETTYPE,
                              COALESCE(C.SYSTARGET, 0)
                                AS SYSTARGET,
                              COALESCE(C.DIATARGET, 0)
                                AS DIATARGET,
                              COALESCE(C.TESTCODE, ' ')
                                AS TESTCODE,
                              P.PATIENTID,
                              P.FIRSTNAME,
                              P.LASTNAME,
                              P.PHONEMOBILE
                         FROM PROBLEM R, CONDITIONREF C, PATIENT P
                        WHERE C.CONDCODE  = R.CONDCODE
                          AND P.PATIENTID = R.PATIENTID
                          AND R.STATUS    = 'A'
                          AND R.DIAGDATE <= :DB2-AS-AT-DATE
                          AND (P.STATUS IS NULL OR P.STATUS <> 'I')
                          AND P.DATEOFDEATH IS NULL
                          AND P.PSEUDONYMISEDTS IS NULL) AS X
                ORDER BY X.CLINIC, X.CONDCODE,
                         X.LASTNAME, X.FIRSTNAME, X.PATIENTID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-INDICATORS.

           IF WS-CONTROL-CARD-OK
             PERFORM MEASURE-REGISTERS
           END-IF.

           PERFORM TERMINATE-INDICATORS.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-INDICATORS.
      *================================================================*
      * Open the files and settle the as-at date - the run goes no    *
      * further with a card that is not one.                           *
      *================================================================*
           MOVE 'HCQIBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCQIBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT
           OPEN OUTPUT FOLLOWUP-OUT.

           MOVE SPACES TO CI-AS-AT-DATE.
           READ CONTROL-IN
             AT END
               MOVE SPACES TO CI-AS-AT-DATE
           END-READ.

           IF CI-AS-AT-DATE EQUAL SPACES
             EXEC SQL
               SET :DB2-AS-AT-DATE = CHAR(CURRENT DATE, ISO)
             END-EXEC
             MOVE 'Y' TO WS-CONTROL-CARD-SW
             DISPLAY 'HCQIBR01 - NO AS-AT DATE, MEASURING TO '
                     DB2-AS-AT-DATE
           ELSE
             IF CI-AS-AT-DATE (5:1) NOT EQUAL '-'
                OR CI-AS-AT-DATE (8:1) NOT EQUAL '-'
                OR CI-AS-AT-DATE (1:4) IS NOT NUMERIC
                OR CI-AS-AT-DATE (6:2) IS NOT NUMERIC
                OR CI-AS-AT-DATE (9:2) IS NOT NUMERIC
               DISPLAY 'HCQIBR01 - CONTROL CARD NOT A CCYY-MM-DD '
                       'DATE, NOTHING REPORTED'
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE CI-AS-AT-DATE TO DB2-AS-AT-DATE
               MOVE 'Y' TO WS-CONTROL-CARD-SW
               DISPLAY 'HCQIBR01 - MEASURING TO ' DB2-AS-AT-DATE
             END-IF
           END-IF.

           IF WS-CONTROL-CARD-OK
             MOVE DB2-AS-AT-DATE TO RH1-AS-AT-DATE
             MOVE RL-HEADING-1   TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
             MOVE RL-INDICATOR-COLUMNS TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
             MOVE DB2-AS-AT-DATE TO RF1-AS-AT-DATE
             MOVE RL-FOLLOWUP-HEADING-1 TO FOLLOWUP-OUT-RECORD
             WRITE FOLLOWUP-OUT-RECORD
           END-IF.

       INITIALIZE-INDICATORS-EXIT.
           EXIT.

      *================================================================*
       MEASURE-REGISTERS.
      *================================================================*
           EXEC SQL
             OPEN REGISTER-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCQIBR01 - OPEN REGISTER-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM FETCH-REGISTER
             PERFORM MEASURE-MEMBER
               UNTIL WS-REGISTER-AT-EOF
             IF WS-GROUP-REGISTER GREATER THAN ZERO
               PERFORM WRITE-INDICATOR-LINE
             END-IF
             EXEC SQL
               CLOSE REGISTER-CUR
             END-EXEC
           END-IF.

       MEASURE-REGISTERS-EXIT.
           EXIT.

      *================================================================*
       FETCH-REGISTER.
      *================================================================*
           EXEC SQL
             FETCH REGISTER-CUR
               INTO :DB2-CLINIC,
                    :DB2-CONDITION-CODE,
                    :DB2-CONDITION-NAME,
                    :DB2-TARGET-TYPE,
                    :DB2-SYSTOLIC-TARGET,
                    :DB2-DIASTOLIC-TARGET,
                    :DB2-TEST-CODE,
                    :DB2-PATIENT-ID,
                    :DB2-FIRST-NAME,
                    :DB2-LAST-NAME,
                    :DB2-PHONE-MOBILE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-MEMBERS-READ
             WHEN 100
               MOVE 'Y' TO WS-REGISTER-EOF
             WHEN OTHER
               DISPLAY 'HCQIBR01 - FETCH REGISTER-CUR FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-REGISTER-EOF
           END-EVALUATE.

       FETCH-REGISTER-EXIT.
           EXIT.

      *================================================================*
       MEASURE-MEMBER.
      *================================================================*
      * One register entry.  A new clinic or condition closes off the *
      * group before it and starts the next one's follow-up heading;  *
      * the patient is then checked for a review and for the          *
      * condition's target.                                            *
      *================================================================*
           IF DB2-CLINIC NOT EQUAL WS-PREV-CLINIC
              OR DB2-CONDITION-CODE NOT EQUAL WS-PREV-CONDITION
             IF WS-GROUP-REGISTER GREATER THAN ZERO
               PERFORM WRITE-INDICATOR-LINE
             END-IF
             PERFORM START-GROUP
           END-IF.

           ADD 1 TO WS-GROUP-REGISTER.
           MOVE 'N' TO WS-REVIEWED-SW.
           MOVE 'N' TO WS-AT-TARGET-SW.
           MOVE SPACES TO WS-FOLLOWUP-REASON.

           PERFORM CHECK-REVIEWED.

           IF WS-PATIENT-REVIEWED
             ADD 1 TO WS-GROUP-REVIEWED
             EVALUATE TRUE
               WHEN DB2-TARGET-BP
                 PERFORM CHECK-BP-TARGET
               WHEN DB2-TARGET-LAB
                 PERFORM CHECK-LAB-TARGET
               WHEN OTHER
                 MOVE 'Y' TO WS-AT-TARGET-SW
             END-EVALUATE
           ELSE
             MOVE 'NO VISIT OR RESULT IN 12 MONTHS'
               TO WS-FOLLOWUP-REASON
           END-IF.

           IF WS-PATIENT-AT-TARGET
             ADD 1 TO WS-GROUP-AT-TARGET
           ELSE
             PERFORM WRITE-FOLLOWUP-LINE
           END-IF.

           PERFORM FETCH-REGISTER.

       MEASURE-MEMBER-EXIT.
           EXIT.

      *================================================================*
       START-GROUP.
      *================================================================*
           MOVE DB2-CLINIC          TO WS-PREV-CLINIC.
           MOVE DB2-CONDITION-CODE  TO WS-PREV-CONDITION.
           MOVE DB2-CONDITION-NAME  TO WS-PREV-CONDITION-NAME.
           MOVE ZERO TO WS-GROUP-REGISTER.
           MOVE ZERO TO WS-GROUP-REVIEWED.
           MOVE ZERO TO WS-GROUP-AT-TARGET.

           MOVE DB2-CLINIC          TO RFG-CLINIC.
           MOVE DB2-CONDITION-CODE  TO RFG-CONDITION.
           MOVE DB2-CONDITION-NAME  TO RFG-CONDITION-NAME.
           MOVE RL-FOLLOWUP-GROUP   TO FOLLOWUP-OUT-RECORD.
           WRITE FOLLOWUP-OUT-RECORD.

       START-GROUP-EXIT.
           EXIT.

      *================================================================*
       CHECK-REVIEWED.
      *================================================================*
      * Reviewed means a visit that was not voided, or a result for   *
      * the condition's own monitoring test, in the twelve months up  *
      * to the as-at date.                                             *
      *================================================================*
           MOVE ZERO TO DB2-VISIT-COUNT.
           MOVE ZERO TO DB2-LAB-COUNT.

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-VISIT-COUNT
               FROM VISIT
              WHERE PATIENTID  = :DB2-PATIENT-ID
                AND (VOIDFLAG IS NULL OR VOIDFLAG <> 'Y')
                AND VISITDATE <= :DB2-AS-AT-DATE
                AND VISITDATE >  DATE(:DB2-AS-AT-DATE) - 12 MONTHS
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCQIBR01 - VISIT COUNT FAILED, SQLCODE = '
                     SQLCODE ' PATIENT ' DB2-PATIENT-ID
             MOVE 16 TO RETURN-CODE
           END-IF.

           IF DB2-VISIT-COUNT EQUAL ZERO
              AND DB2-TEST-CODE NOT EQUAL SPACES
             EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-LAB-COUNT
                 FROM LABRESULT
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND TESTCODE  = :DB2-TEST-CODE
                  AND TESTDATE <= :DB2-AS-AT-DATE
                  AND TESTDATE >  DATE(:DB2-AS-AT-DATE) - 12 MONTHS
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCQIBR01 - RESULT COUNT FAILED, SQLCODE = '
                       SQLCODE ' PATIENT ' DB2-PATIENT-ID
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.

           IF DB2-VISIT-COUNT GREATER THAN ZERO
              OR DB2-LAB-COUNT GREATER THAN ZERO
             MOVE 'Y' TO WS-REVIEWED-SW
           END-IF.

       CHECK-REVIEWED-EXIT.
           EXIT.

      *================================================================*
       CHECK-BP-TARGET.
      *================================================================*
      * The latest visit in the twelve months that took both halves   *
      * of a blood pressure.  Both must be under the condition's      *
      * targets; no reading at all is not at target either.           *
      *================================================================*
           EXEC SQL
             SELECT SYSTOLIC,
                    DIASTOLIC
               INTO :DB2-SYSTOLIC  :IND-SYSTOLIC,
                    :DB2-DIASTOLIC :IND-DIASTOLIC
               FROM VISIT
              WHERE PATIENTID  = :DB2-PATIENT-ID
                AND (VOIDFLAG IS NULL OR VOIDFLAG <> 'Y')
                AND VISITDATE <= :DB2-AS-AT-DATE
                AND VISITDATE >  DATE(:DB2-AS-AT-DATE) - 12 MONTHS
                AND SYSTOLIC  IS NOT NULL
                AND DIASTOLIC IS NOT NULL
                AND SYSTOLIC  <> ' '
                AND DIASTOLIC <> ' '
              ORDER BY VISITDATE DESC, VISITTIME DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-SYSTOLIC  TO WS-SYSTOLIC-X
               MOVE DB2-DIASTOLIC TO WS-DIASTOLIC-X
               IF WS-SYSTOLIC-X IS NUMERIC
                  AND WS-DIASTOLIC-X IS NUMERIC
                 IF WS-SYSTOLIC-N  LESS THAN DB2-SYSTOLIC-TARGET
                    AND WS-DIASTOLIC-N LESS THAN DB2-DIASTOLIC-TARGET
                   MOVE 'Y' TO WS-AT-TARGET-SW
                 ELSE
                   MOVE WS-SYSTOLIC-N  TO WS-BR-SYSTOLIC
                   MOVE WS-DIASTOLIC-N TO WS-BR-DIASTOLIC
                   MOVE WS-BP-REASON   TO WS-FOLLOWUP-REASON
                 END-IF
               ELSE
                 MOVE 'NO USABLE BP READING IN 12 MONTHS'
                   TO WS-FOLLOWUP-REASON
               END-IF
             WHEN 100
               MOVE 'NO BP READING IN 12 MONTHS'
                 TO WS-FOLLOWUP-REASON
             WHEN OTHER
               DISPLAY 'HCQIBR01 - SELECT VISIT FAILED, SQLCODE = '
                       SQLCODE ' PATIENT ' DB2-PATIENT-ID
               MOVE 16 TO RETURN-CODE
               MOVE 'BP READING NOT AVAILABLE'
                 TO WS-FOLLOWUP-REASON
           END-EVALUATE.

       CHECK-BP-TARGET-EXIT.
           EXIT.

      *================================================================*
       CHECK-LAB-TARGET.
      *================================================================*
      * The latest result for the condition's monitoring test in the  *
      * twelve months.  At target when the lab has not flagged it     *
      * high, low or abnormal; no result is not at target.             *
      *================================================================*
           MOVE DB2-TEST-CODE TO WS-LR-TEST-CODE.

           EXEC SQL
             SELECT RESULTVALUE,
                    ABNORMALFLAG
               INTO :DB2-RESULT-VALUE,
                    :DB2-ABNORMAL-FLAG :IND-ABNORMAL-FLAG
               FROM LABRESULT
              WHERE PATIENTID = :DB2-PATIENT-ID
                AND TESTCODE  = :DB2-TEST-CODE
                AND TESTDATE <= :DB2-AS-AT-DATE
                AND TESTDATE >  DATE(:DB2-AS-AT-DATE) - 12 MONTHS
              ORDER BY TESTDATE DESC, LABRESULTID DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF IND-ABNORMAL-FLAG LESS THAN ZERO
                 MOVE SPACE TO DB2-ABNORMAL-FLAG
               END-IF
               IF DB2-RESULT-ABNORMAL
                 MOVE SPACES TO WS-LR-TEXT
                 STRING 'RESULT ' DELIMITED BY SIZE
                        DB2-RESULT-VALUE DELIMITED BY SPACE
                        ' OUT OF RANGE' DELIMITED BY SIZE
                   INTO WS-LR-TEXT
                 END-STRING
                 MOVE WS-LAB-REASON TO WS-FOLLOWUP-REASON
               ELSE
                 MOVE 'Y' TO WS-AT-TARGET-SW
               END-IF
             WHEN 100
               MOVE 'NO RESULT IN 12 MONTHS' TO WS-LR-TEXT
               MOVE WS-LAB-REASON TO WS-FOLLOWUP-REASON
             WHEN OTHER
               DISPLAY 'HCQIBR01 - SELECT LABRESULT FAILED, '
                       'SQLCODE = ' SQLCODE ' PATIENT ' DB2-PATIENT-ID
               MOVE 16 TO RETURN-CODE
               MOVE 'RESULT NOT AVAILABLE' TO WS-LR-TEXT
               MOVE WS-LAB-REASON TO WS-FOLLOWUP-REASON
           END-EVALUATE.

       CHECK-LAB-TARGET-EXIT.
           EXIT.

      *================================================================*
       WRITE-FOLLOWUP-LINE.
      *================================================================*
           MOVE DB2-PATIENT-ID      TO RFL-PATIENT-ID.
           MOVE DB2-LAST-NAME       TO RFL-LAST-NAME.
           MOVE DB2-FIRST-NAME      TO RFL-FIRST-NAME.
           MOVE WS-FOLLOWUP-REASON  TO RFL-REASON.
           MOVE DB2-PHONE-MOBILE    TO RFL-PHONE-MOBILE.
           MOVE RL-FOLLOWUP-LINE    TO FOLLOWUP-OUT-RECORD.
           WRITE FOLLOWUP-OUT-RECORD.

           ADD 1 TO WS-FOLLOWUP-COUNT.

       WRITE-FOLLOWUP-LINE-EXIT.
           EXIT.

      *================================================================*
       WRITE-INDICATOR-LINE.
      *================================================================*
      * Close off one clinic's register for one condition - its size, *
      * and the share reviewed and at target.                          *
      *================================================================*
           MOVE WS-PREV-CLINIC         TO RI-CLINIC.
           MOVE WS-PREV-CONDITION      TO RI-CONDITION.
           MOVE WS-PREV-CONDITION-NAME TO RI-CONDITION-NAME.
           MOVE WS-GROUP-REGISTER      TO RI-REGISTER.
           MOVE WS-GROUP-REVIEWED      TO RI-REVIEWED.
           MOVE WS-GROUP-AT-TARGET     TO RI-AT-TARGET.

           COMPUTE WS-PERCENT ROUNDED =
                   WS-GROUP-REVIEWED * 100 / WS-GROUP-REGISTER.
           MOVE WS-PERCENT             TO RI-REVIEWED-PCT.
           COMPUTE WS-PERCENT ROUNDED =
                   WS-GROUP-AT-TARGET * 100 / WS-GROUP-REGISTER.
           MOVE WS-PERCENT             TO RI-AT-TARGET-PCT.

           SUBTRACT WS-GROUP-AT-TARGET FROM WS-GROUP-REGISTER
             GIVING RI-FOLLOWUP.

           MOVE RL-INDICATOR-LINE      TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           ADD 1 TO WS-GROUPS-REPORTED.

       WRITE-INDICATOR-LINE-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-INDICATORS.
      *================================================================*
           IF WS-CONTROL-CARD-OK
             MOVE WS-MEMBERS-READ     TO RG-MEMBERS
             MOVE WS-FOLLOWUP-COUNT   TO RG-FOLLOWUP
             MOVE RL-GRAND-TOTAL      TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
             MOVE RL-GRAND-TOTAL      TO FOLLOWUP-OUT-RECORD
             WRITE FOLLOWUP-OUT-RECORD
           END-IF.

           DISPLAY 'HCQIBR01 - REGISTER ENTRIES = ' WS-MEMBERS-READ
                   ' GROUPS = ' WS-GROUPS-REPORTED
                   ' FOR FOLLOW-UP = ' WS-FOLLOWUP-COUNT.

           CLOSE CONTROL-IN
           CLOSE REPORT-OUT
           CLOSE FOLLOWUP-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-MEMBERS-READ       TO RN-READ-COUNT
           MOVE WS-GROUPS-REPORTED    TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCQIBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-INDICATORS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
