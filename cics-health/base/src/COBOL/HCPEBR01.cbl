      ******************************************************************
      *                                                                *
      *            Patient Postcode Exception Report                   *
      *                                                                *
      *   Batch job that puts every address already on PATIENT         *
      *  through the postcode check registration and update now make   *
      *  (HCPOSTPD against POSTCODEREF), and lists each patient whose  *
      *  postcode is not on the postal authority's file, or is on it   *
      *  for a different city - with the city it is on file for, so   *
      *  the desk can correct the record.  Written to clear the        *
      *  addresses taken before the check existed; it can be rerun     *
      *  after the desk has worked the list, or after HCPOBR01 has     *
      *  retired postcodes, to see what is left.                       *
      *                                                                *
      *   A pseudonymised record carries no address any more and is    *
      *  left out.  The run is refused - RC 8, nothing listed - while  *
      *  POSTCODEREF is empty, since every patient would fail; it ends *
      *  RC 4 when anything is listed.                                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPEBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPEBR01------WS'.

      *----------------------------------------------------------------*
      * Postcode check against the POSTCODEREF reference               *
      *----------------------------------------------------------------*
       COPY HCPOSTWS.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-PATIENT-EOF        PIC X(01) VALUE 'N'.
              88 WS-PATIENT-AT-EOF           VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-PATIENTS-READ      PIC 9(07) COMP VALUE ZERO.
           03 WS-NOT-ON-FILE        PIC 9(07) COMP VALUE ZERO.
           03 WS-CITY-MISMATCH      PIC 9(07) COMP VALUE ZERO.
           03 WS-LISTED-COUNT       PIC 9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(40)
                  VALUE 'PATIENT POSTCODE EXCEPTIONS - RUN '.
           03 RH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(82) VALUE SPACES.

       01  RL-COLUMNS.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(11) VALUE 'PATIENT'.
           03 FILLER                PIC X(32) VALUE 'NAME'.
           03 FILLER                PIC X(21) VALUE 'ADDRESS'.
           03 FILLER                PIC X(21) VALUE 'CITY'.
           03 FILLER                PIC X(11) VALUE 'POSTCODE'.
           03 FILLER                PIC X(14) VALUE 'PROBLEM'.
           03 FILLER                PIC X(20) VALUE 'ON FILE FOR'.
           03 FILLER                PIC X(02) VALUE SPACES.

       01  RL-EXCEPTION-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RE-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RE-LAST-NAME          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RE-FIRST-NAME         PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RE-ADDRESS            PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RE-CITY               PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RE-POSTCODE           PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RE-PROBLEM            PIC X(13).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RE-FILE-CITY          PIC X(20).
           03 FILLER                PIC X(02) VALUE SPACES.

       01  RL-GRAND-TOTAL.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(20)
                                     VALUE 'PATIENTS CHECKED . .'.
           03 RG-READ               PIC ZZZZZZ9.
           03 FILLER                PIC X(16)
                                     VALUE '   NOT ON FILE '.
           03 RG-NOT-ON-FILE        PIC ZZZZZZ9.
           03 FILLER                PIC X(18)
                                     VALUE '   CITY MISMATCH '.
           03 RG-CITY-MISMATCH      PIC ZZZZZZ9.
           03 FILLER                PIC X(57) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-RUN-DATE           PIC X(10).
           03 DB2-REFERENCE-COUNT    PIC S9(9) COMP.

       01  DB2-PATIENT.
           03 DB2-PATIENT-ID         PIC S9(9) COMP.
           03 DB2-FIRST-NAME         PIC X(10).
           03 DB2-LAST-NAME          PIC X(20).
           03 DB2-ADDRESS            PIC X(20).
           03 DB2-CITY               PIC X(20).
           03 DB2-POSTCODE           PIC X(10).

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

      * Every patient still carrying an address
           EXEC SQL
             DECLARE PATIENT-CUR CURSOR FOR
               SELECT PATIENTID,
                      FIRSTNAME,
                      LASTNAME,
                      ADDRESS,
                      CITY,
                      POSTCODE
                 FROM PATIENT
                WHERE PSEUDONYMISEDTS IS NULL
                ORDER BY PATIENTID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-EXCEPTIONS.

           IF DB2-REFERENCE-COUNT GREATER THAN ZERO
             PERFORM LIST-POSTCODE-EXCEPTIONS
           END-IF.

           PERFORM TERMINATE-EXCEPTIONS.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-EXCEPTIONS.
      *================================================================*
      * Open the report and make sure there is a reference to check   *
      * against.                                                       *
      *================================================================*
           MOVE 'HCPEBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCPEBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN OUTPUT REPORT-OUT.

           EXEC SQL
             SET :DB2-RUN-DATE = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           MOVE DB2-RUN-DATE TO RH1-RUN-DATE.
           MOVE RL-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           MOVE ZERO TO DB2-REFERENCE-COUNT.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-REFERENCE-COUNT
               FROM POSTCODEREF
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE NOT EQUAL 0
               DISPLAY 'HCPEBR01 - COUNT POSTCODEREF FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE ZERO TO DB2-REFERENCE-COUNT
               MOVE 16 TO RETURN-CODE
             WHEN DB2-REFERENCE-COUNT EQUAL ZERO
               DISPLAY 'HCPEBR01 - POSTCODEREF IS EMPTY, RUN HCPOBR01 '
                       'FIRST - NOTHING CHECKED'
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               MOVE RL-COLUMNS TO REPORT-OUT-RECORD
               WRITE REPORT-OUT-RECORD
           END-EVALUATE.

       INITIALIZE-EXCEPTIONS-EXIT.
           EXIT.

      *================================================================*
       LIST-POSTCODE-EXCEPTIONS.
      *================================================================*
           EXEC SQL
             OPEN PATIENT-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCPEBR01 - OPEN PATIENT-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM FETCH-PATIENT
             PERFORM CHECK-PATIENT-POSTCODE
               UNTIL WS-PATIENT-AT-EOF
             EXEC SQL
               CLOSE PATIENT-CUR
             END-EXEC
           END-IF.

       LIST-POSTCODE-EXCEPTIONS-EXIT.
           EXIT.

      *================================================================*
       FETCH-PATIENT.
      *================================================================*
           EXEC SQL
             FETCH PATIENT-CUR
               INTO :DB2-PATIENT-ID,
                    :DB2-FIRST-NAME,
                    :DB2-LAST-NAME,
                    :DB2-ADDRESS,
                    :DB2-CITY,
                    :DB2-POSTCODE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-PATIENTS-READ
             WHEN 100
               MOVE 'Y' TO WS-PATIENT-EOF
             WHEN OTHER
               DISPLAY 'HCPEBR01 - FETCH PATIENT-CUR FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PATIENT-EOF
           END-EVALUATE.

       FETCH-PATIENT-EXIT.
           EXIT.

      *================================================================*
       CHECK-PATIENT-POSTCODE.
      *================================================================*
      * The same check the online add and update make.  A lookup that *
      * fails ends the run - every patient after it would go          *
      * unchecked.                                                     *
      *================================================================*
           MOVE DB2-POSTCODE TO PV-POSTCODE.
           MOVE DB2-CITY     TO PV-CITY.
           PERFORM POSTCODE-VALIDATE.

           EVALUATE TRUE
             WHEN PV-POSTCODE-OK
               CONTINUE
             WHEN PV-POSTCODE-UNKNOWN
               MOVE 'NOT ON FILE'   TO RE-PROBLEM
               MOVE SPACES          TO RE-FILE-CITY
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-NOT-ON-FILE
             WHEN PV-CITY-MISMATCH
               MOVE 'CITY MISMATCH' TO RE-PROBLEM
               MOVE PV-FILE-CITY    TO RE-FILE-CITY
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-CITY-MISMATCH
             WHEN OTHER
               DISPLAY 'HCPEBR01 - CHECK POSTCODE FAILED, SQLCODE = '
                       PV-SQLCODE ' PATIENT ' DB2-PATIENT-ID
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-PATIENT-EOF
           END-EVALUATE.

           IF NOT WS-PATIENT-AT-EOF
             PERFORM FETCH-PATIENT
           END-IF.

       CHECK-PATIENT-POSTCODE-EXIT.
           EXIT.

      *================================================================*
       WRITE-EXCEPTION-LINE.
      *================================================================*
           MOVE DB2-PATIENT-ID      TO RE-PATIENT-ID.
           MOVE DB2-LAST-NAME       TO RE-LAST-NAME.
           MOVE DB2-FIRST-NAME      TO RE-FIRST-NAME.
           MOVE DB2-ADDRESS         TO RE-ADDRESS.
           MOVE DB2-CITY            TO RE-CITY.
           MOVE DB2-POSTCODE        TO RE-POSTCODE.
           MOVE RL-EXCEPTION-LINE   TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

       WRITE-EXCEPTION-LINE-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-EXCEPTIONS.
      *================================================================*
           ADD WS-NOT-ON-FILE WS-CITY-MISMATCH
             GIVING WS-LISTED-COUNT.

           IF DB2-REFERENCE-COUNT GREATER THAN ZERO
             MOVE WS-PATIENTS-READ    TO RG-READ
             MOVE WS-NOT-ON-FILE      TO RG-NOT-ON-FILE
             MOVE WS-CITY-MISMATCH    TO RG-CITY-MISMATCH
             MOVE RL-GRAND-TOTAL      TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
           END-IF.

           DISPLAY 'HCPEBR01 - PATIENTS CHECKED = ' WS-PATIENTS-READ
                   ' NOT ON FILE = ' WS-NOT-ON-FILE
                   ' CITY MISMATCH = ' WS-CITY-MISMATCH.

           IF WS-LISTED-COUNT GREATER THAN ZERO
              AND RETURN-CODE LESS THAN 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-PATIENTS-READ      TO RN-READ-COUNT
           MOVE WS-LISTED-COUNT       TO RN-WRITTEN-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCPEBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-EXCEPTIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCPOSTPD.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
