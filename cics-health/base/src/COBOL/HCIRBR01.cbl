      ******************************************************************
      *                                                                *
      *              Nightly Referential-Integrity Sweep              *
      *                                                                *
      *   Merges, visit voids, the archive purge and restore and the   *
      *  odd DBA fix all touch the child tables, and nothing online    *
      *  checks that they still hang together.  This job looks for    *
      *  the orphans and contradictions and reports each one under a   *
      *  category code, with a count per category at the end so the    *
      *  report can be triaged.  A clean night balances to zero.       *
      *                                                                *
      *   Categories:                                                  *
      *    Oxxx  VISIT, MEDICATION, ALERT, APPOINTMENT, CONTACT,       *
      *          LABRESULT or MEDITATION row whose PATIENTID is not    *
      *          on PATIENT.                                           *
      *    Mxxx  the same child rows still hanging off a merged-away   *
      *          patient (MERGEDINTO set) - HCMGDB01 should have       *
      *          re-homed them on the survivor, shown as the reference.*
      *    AVOD  ALERT raised from a visit since voided.               *
      *    AVPG  ALERT whose visit is no longer on VISIT (purged).     *
      *    APDE  booked appointment, today or later, for a             *
      *          deactivated (not merged) patient.                     *
      *    CNOP  PATCACHE record with no PATIENT row.                  *
      *    CMIS  PATIENT row missing from PATCACHE.                    *
      *    CDIF  PATCACHE record disagreeing with its PATIENT row -    *
      *          the first differing column is named on the line.      *
      *                                                                *
      *   The cache comparison is demographics, status and row         *
      *  version - the columns HCUPDB01/HCDADB01 write through during  *
      *  the day.  Coverage is left out: HCIEBR01 stamps it overnight  *
      *  and the cache only catches up at the HCPCRB01 rebuild, so     *
      *  run this job before that rebuild.                             *
      *                                                                *
      *   CONTROL-IN columns 1-5 cap the detail lines printed per      *
      *  category (zero padded); an empty control file prints 00100.   *
      *  The counts are always complete.  The step ends RC 4 when      *
      *  there is anything to triage.                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCIRBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN    ASSIGN TO CTLIN.
           SELECT PATIENT-CACHE ASSIGN TO PATCACHE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PATIENT-ID
               FILE STATUS IS WS-PATCACHE-STATUS.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-IN
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD.
           03 CI-DETAIL-LIMIT       PIC X(05).
           03 FILLER                PIC X(75).

      * Record layout shared with HCIPDB01's cache lookup
       FD  PATIENT-CACHE
           RECORDING MODE IS F.
           COPY HCPCACHE.

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCIRBR01------WS'.

      *----------------------------------------------------------------*
      * Batch run-control record                                       *
      *----------------------------------------------------------------*
       COPY HCRUNCWS.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-FINDING-EOF        PIC X(01) VALUE 'N'.
              88 WS-FINDING-AT-EOF           VALUE 'Y'.
           03 WS-PATIENT-EOF        PIC X(01) VALUE 'N'.
              88 WS-PATIENT-AT-EOF           VALUE 'Y'.
           03 WS-CACHE-EOF          PIC X(01) VALUE 'N'.
              88 WS-CACHE-AT-EOF             VALUE 'Y'.
           03 WS-CATEGORY-FOUND-SW  PIC X(01) VALUE 'N'.
              88 WS-CATEGORY-FOUND           VALUE 'Y'.

       01  WS-PATCACHE-STATUS       PIC X(02).
           88 WS-PATCACHE-OK                 VALUE '00'.
           88 WS-PATCACHE-EOF                VALUE '10'.

       01  WS-WORK-FIELDS.
           03 WS-DETAIL-LIMIT       PIC 9(05) VALUE 100.
           03 WS-TOTAL-FINDINGS     PIC 9(07) COMP VALUE ZERO.
           03 WS-DETAIL-PRINTED     PIC 9(07) COMP VALUE ZERO.
           03 WS-PATIENTS-COMPARED  PIC 9(07) COMP VALUE ZERO.
           03 WS-CAT-IX             PIC 9(04) COMP VALUE ZERO.
      * merge keys for the cache comparison - all nines once a side
      * is exhausted, above any real PATIENTID
           03 WS-PATIENT-KEY        PIC 9(10) VALUE ZERO.
           03 WS-CACHE-KEY          PIC 9(10) VALUE ZERO.
           03 WS-HIGH-KEY           PIC 9(10) VALUE 9999999999.
           03 WS-ROW-VERSION        PIC 9(09) VALUE ZERO.
           03 WS-DIFF-COLUMN        PIC X(14) VALUE SPACES.

      * One finding, as handed to RECORD-FINDING
       01  WS-FINDING.
           03 WS-FIND-CATEGORY      PIC X(04).
           03 WS-FIND-KEY           PIC 9(10).
           03 WS-FIND-PATIENT-ID    PIC 9(10).
           03 WS-FIND-REFERENCE     PIC 9(10).
           03 WS-FIND-NOTE          PIC X(40).

      * The category codes and what each one means.  The table order
      * is the summary's print order.
       01  WS-CATEGORY-VALUES.
           03 FILLER                PIC X(44) VALUE
              'OVISVISIT - PATIENTID NOT ON PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'OMEDMEDICATION - PATIENTID NOT ON PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'OALRALERT - PATIENTID NOT ON PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'OAPPAPPOINTMENT - PATIENTID NOT ON PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'OCONCONTACT - PATIENTID NOT ON PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'OLABLABRESULT - PATIENTID NOT ON PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'OMDTMEDITATION - PATIENTID NOT ON PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'MVISVISIT ON A MERGED-AWAY PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'MMEDMEDICATION ON A MERGED-AWAY PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'MALRALERT ON A MERGED-AWAY PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'MAPPAPPOINTMENT ON A MERGED-AWAY PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'MCONCONTACT ON A MERGED-AWAY PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'MLABLABRESULT ON A MERGED-AWAY PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'MMDTMEDITATION ON A MERGED-AWAY PATIENT'.
           03 FILLER                PIC X(44) VALUE
              'AVODALERT FROM A VOIDED VISIT'.
           03 FILLER                PIC X(44) VALUE
              'AVPGALERT FROM A PURGED VISIT'.
           03 FILLER                PIC X(44) VALUE
              'APDEBOOKED APPOINTMENT, PATIENT DEACTIVATED'.
           03 FILLER                PIC X(44) VALUE
              'CNOPPATCACHE RECORD WITH NO PATIENT ROW'.
           03 FILLER                PIC X(44) VALUE
              'CMISPATIENT ROW MISSING FROM PATCACHE'.
           03 FILLER                PIC X(44) VALUE
              'CDIFPATCACHE DISAGREES WITH PATIENT ROW'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           03 WS-CATEGORY-ENTRY OCCURS 20 TIMES.
              05 WS-CAT-CODE        PIC X(04).
              05 WS-CAT-DESC        PIC X(40).

       01  WS-CATEGORY-MAX          PIC 9(04) COMP VALUE 20.

       01  WS-CATEGORY-COUNTS.
           03 WS-CAT-COUNT          PIC 9(07) COMP OCCURS 20 TIMES.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(40)
                    VALUE 'NIGHTLY REFERENTIAL-INTEGRITY SWEEP - '.
           03 RH1-DATE              PIC X(10).
           03 FILLER                PIC X(82) VALUE SPACES.

       01  RL-HEADING-2.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(05) VALUE 'CODE'.
           03 FILLER                PIC X(11) VALUE '   ROW KEY'.
           03 FILLER                PIC X(11) VALUE ' PATIENT ID'.
           03 FILLER                PIC X(11) VALUE '  REFERENCE'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(40) VALUE 'FINDING'.
           03 FILLER                PIC X(53) VALUE SPACES.

       01  RL-DETAIL.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-CATEGORY           PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-KEY                PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-REFERENCE          PIC ZZZZZZZZZZ.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RD-NOTE               PIC X(40).
           03 FILLER                PIC X(54) VALUE SPACES.

       01  RL-SUMMARY-HEADING.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(40)
              VALUE 'FINDINGS BY CATEGORY'.
           03 FILLER                PIC X(92) VALUE SPACES.

       01  RL-SUMMARY-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RS-CATEGORY           PIC X(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RS-DESC               PIC X(40).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RS-COUNT              PIC ZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RS-CAPPED             PIC X(16).
           03 FILLER                PIC X(62) VALUE SPACES.

       01  RL-TOTAL-LINE.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(40) VALUE 'TOTAL FINDINGS'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RT-COUNT              PIC ZZZZZZ9.
           03 FILLER                PIC X(79) VALUE SPACES.

       01  RL-CLEAN.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(52) VALUE
              'NO FINDINGS - SWEEP BALANCES TO ZERO'.
           03 FILLER                PIC X(80) VALUE SPACES.

       01  RL-NOT-CLEAN.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(52) VALUE
              'FINDINGS TO TRIAGE - SEE CATEGORY COUNTS ABOVE'.
           03 FILLER                PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-RUN-DATE              PIC X(10).

       01  DB2-FINDING.
           03 DB2-FIND-CATEGORY      PIC X(04).
           03 DB2-FIND-KEY           PIC S9(9) COMP.
           03 DB2-FIND-PATIENT-ID    PIC S9(9) COMP.
           03 DB2-FIND-REFERENCE     PIC S9(9) COMP.

       01  DB2-PATIENT.
           03 DB2-PATIENT-ID         PIC S9(9) COMP.
           03 DB2-FIRST-NAME         PIC X(10).
           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-DOB                PIC X(10).
           03 DB2-INS-CARD-NUM       PIC X(10).
           03 DB2-ADDRESS            PIC X(20).
           03 DB2-CITY               PIC X(20).
           03 DB2-POSTCODE           PIC X(10).
           03 DB2-PHONE-MOBILE       PIC X(20).
           03 DB2-EMAIL-ADDRESS      PIC X(50).
           03 DB2-USERID             PIC X(10).
           03 DB2-STATUS             PIC X(01).
      * NULL on rows predating the ROWVERSION column - cached as
      * token zero
       01  DB2-ROW-VERSION           PIC S9(9) COMP.
       01  IND-ROW-VERSION           PIC S9(4) COMP.

      *----------------------------------------------------------------*
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      * Every child-table orphan and contradiction, one row per
      * finding: category, the row's own key (PRIORITY for CONTACT),
      * its PATIENTID, and a reference - the survivor for a merged-
      * away patient, the VISITID for an alert.
           EXEC SQL
             DECLARE FINDING-CUR CURSOR FOR
               SELECT 'OVIS', V.VISITID, V.PATIENTID, 0
                 FROM VISIT V
                WHERE NOT EXISTS
                      (SELECT 1 FROM PATIENT P
                        WHERE P.PATIENTID = V.PATIENTID)
               UNION ALL
               SELECT 'OMED', M.PRESCRIPTIONID, M.PATIENTID, 0
                 FROM MEDICATION M
                WHERE NOT EXISTS
                      (SELECT 1 FROM PATIENT P
                        WHERE P.PATIENTID = M.PATIENTID)
               UNION ALL
               SELECT 'OALR', A.ALERTID, A.PATIENTID, 0
                 FROM ALERT A
                WHERE NOT EXISTS
                      (SELECT 1 FROM PATIENT P
                        WHERE P.PATIENTID = A.PATIENTID)
               UNION ALL
               SELECT 'OAPP', AP.APPTID, AP.PATIENTID, 0
                 FROM APPOINTMENT AP
                WHERE NOT EXISTS
                      (SELECT 1 FROM PATIENT P
                        WHERE P.PATIENTID = AP.PATIENTID)
               UNION ALL
               SELECT 'OCON', C.PRIORITY, C.PATIENTID, 0
                 FROM CONTACT C
                WHERE NOT EXISTS
                      (SELECT 1 FROM PATIENT P
                        WHERE P.PATIENTID = C.PATIENTID)
               UNION ALL
               SELECT 'OLAB', L.LABRESULTID, L.PATIENTID, 0
                 FROM LABRESULT L
                WHERE NOT EXISTS
                      (SELECT 1 FROM PATIENT P
                        WHERE P.PATIENTID = L.PATIENTID)
               UNION ALL
               SELECT 'OMDT', MD.MEDITATIONID, MD.PATIENTID, 0
                 FROM MEDITATION MD
                WHERE NOT EXISTS
                      (SELECT 1 FROM PATIENT P
                        WHERE P.PATIENTID = MD.PATIENTID)
               UNION ALL
               SELECT 'MVIS', V.VISITID, V.PATIENTID, P.MERGEDINTO
                 FROM VISIT V, PATIENT P
                WHERE P.PATIENTID = V.PATIENTID
                  AND P.MERGEDINTO IS NOT NULL
               UNION ALL
               SELECT 'MMED', M.PRESCRIPTIONID, M.PATIENTID,
                      P.MERGEDINTO
                 FROM MEDICATION M, PATIENT P
                WHERE P.PATIENTID = M.PATIENTID
                  AND P.MERGEDINTO IS NOT NULL
               UNION ALL
               SELECT 'MALR', A.ALERTID, A.PATIENTID, P.MERGEDINTO
                 FROM ALERT A, PATIENT P
                WHERE P.PATIENTID = A.PATIENTID
                  AND P.MERGEDINTO IS NOT NULL
               UNION ALL
               SELECT 'MAPP', AP.APPTID, AP.PATIENTID, P.MERGEDINTO
                 FROM APPOINTMENT AP, PATIENT P
                WHERE P.PATIENTID = AP.PATIENTID
                  AND P.MERGEDINTO IS NOT NULL
               UNION ALL
               SELECT 'MCON', C.PRIORITY, C.PATIENTID, P.MERGEDINTO
                 FROM CONTACT C, PATIENT P
                WHERE P.PATIENTID = C.PATIENTID
                  AND P.MERGEDINTO IS NOT NULL
               UNION ALL
               SELECT 'MLAB', L.LABRESULTID, L.PATIENTID, P.MERGEDINTO
                 FROM LABRESULT L, PATIENT P
                WHERE P.PATIENTID = L.PATIENTID
                  AND P.MERGEDINTO IS NOT NULL
               UNION ALL
               SELECT 'MMDT', MD.MEDITATIONID, MD.PATIENTID,
                      P.MERGEDINTO
                 FROM MEDITATION MD, PATIENT P
                WHERE P.PATIENTID = MD.PATIENTID
                  AND P.MERGEDINTO IS NOT NULL
               UNION ALL
               SELECT 'AVOD', A.ALERTID, A.PATIENTID, A.VISITID
                 FROM ALERT A, VISIT V
                WHERE V.VISITID  = A.VISITID
                  AND V.VOIDFLAG = 'Y'
               UNION ALL
               SELECT 'AVPG', A.ALERTID, A.PATIENTID, A.VISITID
                 FROM ALERT A
                WHERE A.VISITID IS NOT NULL
                  AND A.VISITID <> 0
                  AND NOT EXISTS
                      (SELECT 1 FROM VISIT V
                        WHERE V.VISITID = A.VISITID)
               UNION ALL
               SELECT 'APDE', AP.APPTID, AP.PATIENTID, 0
                 FROM APPOINTMENT AP, PATIENT P
                WHERE P.PATIENTID  = AP.PATIENTID
                  AND AP.STATUS    = 'B'
                  AND AP.APPTDATE >= CURRENT DATE
                  AND P.STATUS     = 'I'
                  AND P.MERGEDINTO IS NULL
                ORDER BY 1, 3, 2
           END-EXEC.

      * The whole patient population in key order, the same columns
      * HCPCRB01 caches, for the match against PATCACHE
           EXEC SQL
             DECLARE PATIENT-CUR CURSOR FOR
               SELECT PATIENTID,
                      FIRSTNAME,
                      LASTNAME,
                      DATEOFBIRTH,
                      INSCARDNUMBER,
                      ADDRESS,
                      CITY,
                      POSTCODE,
                      PHONEMOBILE,
                      EMAILADDRESS,
                      USERNAME,
                      STATUS,
                      ROWVERSION
                 FROM PATIENT
                ORDER BY PATIENTID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-SWEEP.

           PERFORM RECORD-TABLE-FINDING
             UNTIL WS-FINDING-AT-EOF.

           PERFORM START-CACHE-COMPARE.

           PERFORM COMPARE-CACHE-ENTRY
             UNTIL WS-PATIENT-AT-EOF AND WS-CACHE-AT-EOF.

           PERFORM PRINT-SUMMARY.

           PERFORM TERMINATE-SWEEP.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-SWEEP.
      *================================================================*
      * Open the files, pick up the detail cap, print the headings    *
      * and open the child-table findings cursor.                     *
      *================================================================*
           MOVE 'HCIRBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCIRBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN OUTPUT REPORT-OUT.

           INITIALIZE WS-CATEGORY-COUNTS.

           READ CONTROL-IN
             AT END
               DISPLAY 'HCIRBR01 - NO CONTROL CARD, DEFAULT DETAIL '
                       'LIMIT 100 PER CATEGORY'
             NOT AT END
               IF CI-DETAIL-LIMIT IS NUMERIC
                 MOVE CI-DETAIL-LIMIT TO WS-DETAIL-LIMIT
               ELSE
                 DISPLAY 'HCIRBR01 - CONTROL CARD NOT NUMERIC, '
                         'DEFAULT DETAIL LIMIT 100 PER CATEGORY'
               END-IF
           END-READ.

           EXEC SQL
             SET :DB2-RUN-DATE = CURRENT DATE
           END-EXEC.

           MOVE DB2-RUN-DATE  TO RH1-DATE.
           MOVE RL-HEADING-1  TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-HEADING-2  TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           EXEC SQL
             OPEN FINDING-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCIRBR01 - OPEN FINDING-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-FINDING-EOF
           ELSE
             PERFORM FETCH-FINDING
           END-IF.

       INITIALIZE-SWEEP-EXIT.
           EXIT.

      *================================================================*
       FETCH-FINDING.
      *================================================================*
           EXEC SQL
             FETCH FINDING-CUR
               INTO :DB2-FIND-CATEGORY,
                    :DB2-FIND-KEY,
                    :DB2-FIND-PATIENT-ID,
                    :DB2-FIND-REFERENCE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-FINDING-EOF
             WHEN OTHER
               DISPLAY 'HCIRBR01 - FETCH FINDING-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-FINDING-EOF
           END-EVALUATE.

       FETCH-FINDING-EXIT.
           EXIT.

      *================================================================*
       RECORD-TABLE-FINDING.
      *================================================================*
      * One child-table finding off the cursor.                        *
      *================================================================*
           MOVE DB2-FIND-CATEGORY   TO WS-FIND-CATEGORY.
           MOVE DB2-FIND-KEY        TO WS-FIND-KEY.
           MOVE DB2-FIND-PATIENT-ID TO WS-FIND-PATIENT-ID.
           MOVE DB2-FIND-REFERENCE  TO WS-FIND-REFERENCE.
           MOVE SPACES              TO WS-FIND-NOTE.
           PERFORM RECORD-FINDING.

           PERFORM FETCH-FINDING.

       RECORD-TABLE-FINDING-EXIT.
           EXIT.

      *================================================================*
       START-CACHE-COMPARE.
      *================================================================*
      * Open PATCACHE and the patient cursor and read the first of    *
      * each.  Without the cache there is nothing to compare - say so *
      * and let the rest of the report stand.                          *
      *================================================================*
           OPEN INPUT PATIENT-CACHE.
           IF NOT WS-PATCACHE-OK
             DISPLAY 'HCIRBR01 - OPEN PATCACHE FAILED, STATUS = '
                     WS-PATCACHE-STATUS
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-CACHE-EOF
             MOVE 'Y' TO WS-PATIENT-EOF
           ELSE
             PERFORM READ-CACHE
             EXEC SQL
               OPEN PATIENT-CUR
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCIRBR01 - OPEN PATIENT-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CACHE-EOF
               MOVE 'Y' TO WS-PATIENT-EOF
             ELSE
               PERFORM FETCH-PATIENT
             END-IF
           END-IF.

       START-CACHE-COMPARE-EXIT.
           EXIT.

      *================================================================*
       READ-CACHE.
      *================================================================*
           READ PATIENT-CACHE
             AT END
               MOVE 'Y' TO WS-CACHE-EOF
           END-READ.

           IF WS-CACHE-AT-EOF
             MOVE WS-HIGH-KEY TO WS-CACHE-KEY
           ELSE
             IF WS-PATCACHE-OK
               MOVE PC-PATIENT-ID TO WS-CACHE-KEY
             ELSE
               DISPLAY 'HCIRBR01 - READ PATCACHE FAILED, STATUS = '
                       WS-PATCACHE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-CACHE-EOF
               MOVE WS-HIGH-KEY TO WS-CACHE-KEY
             END-IF
           END-IF.

       READ-CACHE-EXIT.
           EXIT.

      *================================================================*
       FETCH-PATIENT.
      *================================================================*
           EXEC SQL
             FETCH PATIENT-CUR
               INTO :DB2-PATIENT-ID,
                    :DB2-FIRST-NAME,
                    :DB2-LAST-NAME,
                    :DB2-DOB,
                    :DB2-INS-CARD-NUM,
                    :DB2-ADDRESS,
                    :DB2-CITY,
                    :DB2-POSTCODE,
                    :DB2-PHONE-MOBILE,
                    :DB2-EMAIL-ADDRESS,
                    :DB2-USERID,
                    :DB2-STATUS,
                    :DB2-ROW-VERSION :IND-ROW-VERSION
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-PATIENT-ID TO WS-PATIENT-KEY
             WHEN 100
               MOVE 'Y' TO WS-PATIENT-EOF
               MOVE WS-HIGH-KEY TO WS-PATIENT-KEY
             WHEN OTHER
               DISPLAY 'HCIRBR01 - FETCH PATIENT-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PATIENT-EOF
               MOVE WS-HIGH-KEY TO WS-PATIENT-KEY
           END-EVALUATE.

       FETCH-PATIENT-EXIT.
           EXIT.

      *================================================================*
       COMPARE-CACHE-ENTRY.
      *================================================================*
      * Classic match on PATIENTID: a cache key below the patient key *
      * has no PATIENT row, one above it means the patient was never  *
      * cached, and equal keys are compared column by column.         *
      *================================================================*
           MOVE ZEROS  TO WS-FIND-REFERENCE.
           MOVE SPACES TO WS-FIND-NOTE.

           EVALUATE TRUE
             WHEN WS-CACHE-KEY LESS THAN WS-PATIENT-KEY
               MOVE 'CNOP'       TO WS-FIND-CATEGORY
               MOVE WS-CACHE-KEY TO WS-FIND-KEY
               MOVE WS-CACHE-KEY TO WS-FIND-PATIENT-ID
               PERFORM RECORD-FINDING
               PERFORM READ-CACHE
             WHEN WS-CACHE-KEY GREATER THAN WS-PATIENT-KEY
               MOVE 'CMIS'         TO WS-FIND-CATEGORY
               MOVE WS-PATIENT-KEY TO WS-FIND-KEY
               MOVE WS-PATIENT-KEY TO WS-FIND-PATIENT-ID
               PERFORM RECORD-FINDING
               ADD 1 TO WS-PATIENTS-COMPARED
               PERFORM FETCH-PATIENT
             WHEN OTHER
               PERFORM COMPARE-CACHE-COLUMNS
               ADD 1 TO WS-PATIENTS-COMPARED
               PERFORM READ-CACHE
               PERFORM FETCH-PATIENT
           END-EVALUATE.

       COMPARE-CACHE-ENTRY-EXIT.
           EXIT.

      *================================================================*
       COMPARE-CACHE-COLUMNS.
      *================================================================*
      * Name the first column that differs - one line per patient is  *
      * enough to send someone to look.                                *
      *================================================================*
           IF IND-ROW-VERSION LESS THAN ZERO
             MOVE ZEROS TO WS-ROW-VERSION
           ELSE
             MOVE DB2-ROW-VERSION TO WS-ROW-VERSION
           END-IF.

           MOVE SPACES TO WS-DIFF-COLUMN.
           EVALUATE TRUE
             WHEN PC-FIRST-NAME NOT EQUAL DB2-FIRST-NAME
               MOVE 'FIRSTNAME'     TO WS-DIFF-COLUMN
             WHEN PC-LAST-NAME NOT EQUAL DB2-LAST-NAME
               MOVE 'LASTNAME'      TO WS-DIFF-COLUMN
             WHEN PC-DOB NOT EQUAL DB2-DOB
               MOVE 'DATEOFBIRTH'   TO WS-DIFF-COLUMN
             WHEN PC-INS-CARD-NUM NOT EQUAL DB2-INS-CARD-NUM
               MOVE 'INSCARDNUMBER' TO WS-DIFF-COLUMN
             WHEN PC-ADDRESS NOT EQUAL DB2-ADDRESS
               MOVE 'ADDRESS'       TO WS-DIFF-COLUMN
             WHEN PC-CITY NOT EQUAL DB2-CITY
               MOVE 'CITY'          TO WS-DIFF-COLUMN
             WHEN PC-POSTCODE NOT EQUAL DB2-POSTCODE
               MOVE 'POSTCODE'      TO WS-DIFF-COLUMN
             WHEN PC-PHONE-MOBILE NOT EQUAL DB2-PHONE-MOBILE
               MOVE 'PHONEMOBILE'   TO WS-DIFF-COLUMN
             WHEN PC-EMAIL-ADDRESS NOT EQUAL DB2-EMAIL-ADDRESS
               MOVE 'EMAILADDRESS'  TO WS-DIFF-COLUMN
             WHEN PC-USERID NOT EQUAL DB2-USERID
               MOVE 'USERNAME'      TO WS-DIFF-COLUMN
             WHEN PC-STATUS NOT EQUAL DB2-STATUS
               MOVE 'STATUS'        TO WS-DIFF-COLUMN
             WHEN PC-ROW-VERSION NOT EQUAL WS-ROW-VERSION
               MOVE 'ROWVERSION'    TO WS-DIFF-COLUMN
           END-EVALUATE.

           IF WS-DIFF-COLUMN NOT EQUAL SPACES
             MOVE 'CDIF'         TO WS-FIND-CATEGORY
             MOVE WS-PATIENT-KEY TO WS-FIND-KEY
             MOVE WS-PATIENT-KEY TO WS-FIND-PATIENT-ID
             STRING 'PATCACHE DIFFERS - ' DELIMITED BY SIZE
                    WS-DIFF-COLUMN       DELIMITED BY SPACE
               INTO WS-FIND-NOTE
             END-STRING
             PERFORM RECORD-FINDING
           END-IF.

       COMPARE-CACHE-COLUMNS-EXIT.
           EXIT.

      *================================================================*
       RECORD-FINDING.
      *================================================================*
      * Count the finding under its category and print it while the   *
      * category is still under the detail cap.  The note defaults to *
      * the category's description.                                    *
      *================================================================*
           MOVE 'N' TO WS-CATEGORY-FOUND-SW.
           MOVE 1   TO WS-CAT-IX.
           PERFORM FIND-ONE-CATEGORY
             UNTIL WS-CATEGORY-FOUND
                OR WS-CAT-IX GREATER THAN WS-CATEGORY-MAX.

           IF NOT WS-CATEGORY-FOUND
             DISPLAY 'HCIRBR01 - UNKNOWN CATEGORY ' WS-FIND-CATEGORY
           ELSE
             ADD 1 TO WS-TOTAL-FINDINGS
             ADD 1 TO WS-CAT-COUNT (WS-CAT-IX)
             IF WS-CAT-COUNT (WS-CAT-IX) NOT GREATER THAN
                WS-DETAIL-LIMIT
               MOVE WS-FIND-CATEGORY   TO RD-CATEGORY
               MOVE WS-FIND-KEY        TO RD-KEY
               MOVE WS-FIND-PATIENT-ID TO RD-PATIENT-ID
               MOVE WS-FIND-REFERENCE  TO RD-REFERENCE
               IF WS-FIND-NOTE EQUAL SPACES
                 MOVE WS-CAT-DESC (WS-CAT-IX) TO RD-NOTE
               ELSE
                 MOVE WS-FIND-NOTE TO RD-NOTE
               END-IF
               MOVE RL-DETAIL TO REPORT-OUT-RECORD
               WRITE REPORT-OUT-RECORD
               ADD 1 TO WS-DETAIL-PRINTED
             END-IF
           END-IF.

       RECORD-FINDING-EXIT.
           EXIT.

      *================================================================*
       FIND-ONE-CATEGORY.
      *================================================================*
           IF WS-CAT-CODE (WS-CAT-IX) EQUAL WS-FIND-CATEGORY
             MOVE 'Y' TO WS-CATEGORY-FOUND-SW
           ELSE
             ADD 1 TO WS-CAT-IX
           END-IF.

       FIND-ONE-CATEGORY-EXIT.
           EXIT.

      *================================================================*
       PRINT-SUMMARY.
      *================================================================*
      * Every category's count, zeros included, so a clean night      *
      * reads as a clean night, then the total.                        *
      *================================================================*
           MOVE RL-SUMMARY-HEADING TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           MOVE 1 TO WS-CAT-IX.
           PERFORM PRINT-ONE-CATEGORY
             UNTIL WS-CAT-IX GREATER THAN WS-CATEGORY-MAX.

           MOVE WS-TOTAL-FINDINGS TO RT-COUNT.
           MOVE RL-TOTAL-LINE     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           IF WS-TOTAL-FINDINGS EQUAL ZERO
             MOVE RL-CLEAN     TO REPORT-OUT-RECORD
           ELSE
             MOVE RL-NOT-CLEAN TO REPORT-OUT-RECORD
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           WRITE REPORT-OUT-RECORD.

       PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================*
       PRINT-ONE-CATEGORY.
      *================================================================*
           MOVE WS-CAT-CODE (WS-CAT-IX)  TO RS-CATEGORY.
           MOVE WS-CAT-DESC (WS-CAT-IX)  TO RS-DESC.
           MOVE WS-CAT-COUNT (WS-CAT-IX) TO RS-COUNT.
           IF WS-CAT-COUNT (WS-CAT-IX) GREATER THAN WS-DETAIL-LIMIT
             MOVE '(DETAIL CAPPED)' TO RS-CAPPED
           ELSE
             MOVE SPACES TO RS-CAPPED
           END-IF.
           MOVE RL-SUMMARY-LINE TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           ADD 1 TO WS-CAT-IX.

       PRINT-ONE-CATEGORY-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-SWEEP.
      *================================================================*
           EXEC SQL
             CLOSE FINDING-CUR
           END-EXEC.

           EXEC SQL
             CLOSE PATIENT-CUR
           END-EXEC.

           CLOSE PATIENT-CACHE
           CLOSE CONTROL-IN
           CLOSE REPORT-OUT.

           DISPLAY 'HCIRBR01 - SWEEP COMPLETE, FINDINGS = '
                   WS-TOTAL-FINDINGS
                   ' PATIENTS COMPARED = ' WS-PATIENTS-COMPARED.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-PATIENTS-COMPARED  TO RN-READ-COUNT
           MOVE WS-DETAIL-PRINTED     TO RN-WRITTEN-COUNT
           MOVE WS-TOTAL-FINDINGS     TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCIRBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-SWEEP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
