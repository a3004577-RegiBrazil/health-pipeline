      ******************************************************************
      *                                                                *
      *                  Patient At-a-Glance View                      *
      *                                                                *
      *   Pseudo-conversational BMS transaction that puts everything   *
      *  a clinician needs about one patient on one screen, instead    *
      *  of IPATNT, IMEDIC, IVISIT, ILABRS and IAPPNT one after the    *
      *  other plus a trip into HCALRV01 for the alerts.  Read-only,   *
      *  like the HCALRV01 list - nothing here changes the record.     *
      *                                                                *
      *   The clinician keys a PATIENTID and their own STAFF id; the   *
      *  staff id must be a clinical or supervisor account on STAFF,   *
      *  the roles the HCAZ menu offers this option to.  The screen    *
      *  shows the demographics and insurance cover from PATIENT, the  *
      *  top-priority CONTACT, the next booked APPOINTMENT, and then a *
      *  block each for the active MEDICATION rows (HCIMDB01's active  *
      *  test), the latest VISIT rows (HCVHDB01's order, voided rows   *
      *  left out) with any visit that raised a threshold alert shown  *
      *  bright and marked '*', the latest LABRESULT rows the lab      *
      *  flagged abnormal, and the unacknowledged ALERT rows,          *
      *  escalated ones first and marked '*' as HCALRV01 marks them.   *
      *                                                                *
      *   Each block shows one page; PF4 pages the medications, PF5    *
      *  the visits, PF6 the lab results and PF9 the alerts, each on   *
      *  its own and back round to the first page after the last.      *
      *  ENTER views the patient keyed (or refreshes the one shown).   *
      *  Every ENTER that shows a patient writes the ACCESS_LOG        *
      *  disclosure row against the staff id, the same row the other   *
      *  inquiries write; paging through a patient already shown does  *
      *  not write another.                                            *
      *                                                                *
      *   Reached from the HCAZ menu (which XCTLs here with no         *
      *  commarea) or started directly as transaction HCPG - the       *
      *  RETURN TRANSID below names HCPG so the conversation stays     *
      *  with this program after the first send either way.            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPGRV01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
      * Run time (debug) infomation for this invocation
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPGRV01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-CALEN                 PIC S9(4) COMP.

      *
       01  WS-RESP                   PIC S9(8) COMP.

      *----------------------------------------------------------------*
      * Symbolic AID names (DFHCLEAR/DFHPF3/etc) tested against EIBAID *
      *----------------------------------------------------------------*
       COPY DFHAID.

      *----------------------------------------------------------------*
      * HCPGM1 symbolic map (patient at-a-glance screen)               *
      *----------------------------------------------------------------*
       COPY HCPGM.

      *----------------------------------------------------------------*
       COPY HCERRSWS.

      *----------------------------------------------------------------*
      * Disclosure-log fields - paired with WRITE-ACCESS-LOG below    *
      *----------------------------------------------------------------*
       COPY HCACLGWS.

      *----------------------------------------------------------------*
      * Commarea-shaped fields WRITE-ACCESS-LOG reads the patient,     *
      * operator and return code from.  This program owns its screen  *
      * and is never passed a business commarea, so it fills these in *
      * itself, the way HCAZ builds its XCTL commarea.                 *
      *----------------------------------------------------------------*
       01  WS-ACCESS-COMMAREA.
           COPY HCCMAREA.

      *----------------------------------------------------------------*
      * Formatted screen lines, moved whole to the map output fields  *
      *----------------------------------------------------------------*
       01  WS-DEMOGRAPHIC-LINE-1.
           03 FILLER                  PIC X(06) VALUE 'NAME: '.
           03 WS-D1-LAST-NAME         PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-D1-FIRST-NAME        PIC X(10).
           03 FILLER                  PIC X(07) VALUE '  DOB: '.
           03 WS-D1-DOB               PIC X(10).
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-D1-STATUS            PIC X(21).

       01  WS-DEMOGRAPHIC-LINE-2.
           03 FILLER                  PIC X(09) VALUE 'ADDRESS: '.
           03 WS-D2-ADDRESS           PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-D2-CITY              PIC X(20).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-D2-POSTCODE          PIC X(10).
           03 FILLER                  PIC X(16) VALUE SPACES.

       01  WS-DEMOGRAPHIC-LINE-3.
           03 FILLER                  PIC X(08) VALUE 'MOBILE: '.
           03 WS-D3-PHONE             PIC X(20).
           03 FILLER                  PIC X(09) VALUE '  EMAIL: '.
           03 WS-D3-EMAIL             PIC X(40).

       01  WS-COVER-LINE.
           03 FILLER                  PIC X(12) VALUE 'COVER: CARD '.
           03 WS-CV-CARD              PIC X(10).
           03 FILLER                  PIC X(10) VALUE '  STATUS: '.
           03 WS-CV-STATUS            PIC X(12).
           03 FILLER                  PIC X(11) VALUE '  EXPIRES: '.
           03 WS-CV-EXPIRY            PIC X(10).
           03 FILLER                  PIC X(12) VALUE SPACES.

       01  WS-CONTACT-LINE.
           03 FILLER                  PIC X(19)
                                       VALUE 'EMERGENCY CONTACT: '.
           03 WS-CN-NAME              PIC X(25).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-CN-RELATION          PIC X(12).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-CN-PHONE             PIC X(19).

       01  WS-APPOINTMENT-LINE.
           03 FILLER                  PIC X(18)
                                       VALUE 'NEXT APPOINTMENT: '.
           03 WS-AP-DATE              PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-AP-TIME              PIC X(05).
           03 FILLER                  PIC X(10) VALUE '  CLINIC: '.
           03 WS-AP-CLINIC            PIC X(10).
           03 FILLER                  PIC X(23) VALUE SPACES.

      * heading over each block - its page and the key that pages it
       01  WS-SECTION-HEADING.
           03 WS-SH-TEXT              PIC X(30).
           03 FILLER                  PIC X(06) VALUE ' PAGE '.
           03 WS-SH-PAGE              PIC ZZ9.
           03 FILLER                  PIC X(02) VALUE SPACES.
           03 WS-SH-HINT              PIC X(36).

       01  WS-MEDICATION-LINE.
           03 WS-ML-DRUG-NAME         PIC X(29).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-ML-STRENGTH          PIC X(12).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-ML-ROUTE             PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-ML-FREQUENCY         PIC X(12).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-ML-START-DATE        PIC X(10).

      * '*' on a visit that raised a threshold alert, SPACE otherwise
       01  WS-VISIT-LINE.
           03 WS-VL-BREACH-MARK       PIC X(01).
           03 WS-VL-DATE              PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-VL-TIME              PIC X(05).
           03 FILLER                  PIC X(04) VALUE ' HR '.
           03 WS-VL-HEART-RATE        PIC X(05).
           03 FILLER                  PIC X(04) VALUE ' BP '.
           03 WS-VL-BLOOD-PRESSURE    PIC X(10).
           03 FILLER                  PIC X(08) VALUE ' MENTAL '.
           03 WS-VL-MENTAL-STATE      PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-VL-BREACH-TEXT       PIC X(08).
           03 WS-VL-BREACH-TYPE       PIC X(06).
           03 FILLER                  PIC X(04) VALUE SPACES.

       01  WS-LAB-LINE.
           03 WS-LL-TEST-DATE         PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-LL-TEST-CODE         PIC X(08).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-LL-TEST-NAME         PIC X(19).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-LL-RESULT-VALUE      PIC X(10).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-LL-UNITS             PIC X(08).
           03 FILLER                  PIC X(05) VALUE ' REF '.
           03 WS-LL-REF-LOW           PIC X(05).
           03 FILLER                  PIC X(01) VALUE '-'.
           03 WS-LL-REF-HIGH          PIC X(05).
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-LL-ABNORMAL-FLAG     PIC X(01).

      * '*' on an escalated alert, as on the HCALRV01 list
       01  WS-ALERT-LINE.
           03 WS-AL-ESC-MARK          PIC X(01).
           03 WS-AL-ALERT-ID          PIC ZZZZZZZZZ9.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 WS-AL-TYPE              PIC X(06).
           03 FILLER                  PIC X(09) VALUE ' READING '.
           03 WS-AL-READING           PIC X(10).
           03 FILLER                  PIC X(07) VALUE ' LIMIT '.
           03 WS-AL-LIMIT             PIC X(10).
           03 FILLER                  PIC X(04) VALUE ' AT '.
           03 WS-AL-RAISED            PIC X(16).
           03 FILLER                  PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------*
      * Paging work fields, shared by the four blocks - each block is *
      * listed start to finish before the next one begins.             *
      *----------------------------------------------------------------*
       01  WS-PAGING-FIELDS.
           03 WS-PAGE-SIZE            PIC 9(03) COMP VALUE ZERO.
           03 WS-PAGE-NO              PIC 9(03) COMP VALUE ZERO.
           03 WS-ROWS-TO-SKIP         PIC 9(05) COMP VALUE ZERO.
           03 WS-ROWS-READ            PIC 9(05) COMP VALUE ZERO.
           03 WS-LINE-IX              PIC 9(02) COMP VALUE ZERO.
           03 WS-MORE-ROWS-SW         PIC X(01) VALUE 'N'.
              88 WS-MORE-ROWS                   VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-PID-EDIT             PIC 9(10) VALUE ZERO.
           03 WS-SCREEN-MSG           PIC X(70) VALUE SPACES.
           03 WS-NEW-VIEW-SW          PIC X(01) VALUE 'N'.
              88 WS-NEW-VIEW                    VALUE 'Y'.
           03 WS-PATIENT-FOUND-SW     PIC X(01) VALUE 'N'.
              88 WS-PATIENT-FOUND               VALUE 'Y'.

      * the ASKIP,BRT attribute byte (DFHBMASB) a breach line is sent
      * with in place of the map's normal intensity
       01  WS-ATTR-BRIGHT             PIC X(01) VALUE '8'.

      *----------------------------------------------------------------*
      * HCPGRV01's own pseudo-conversational state - only ever passed *
      * back to itself on RETURN TRANSID, never to a back-end.  The   *
      * patient and staff id shown, and the page each block is on.     *
      *----------------------------------------------------------------*
       01  WS-HCPGRV-STATE.
           03 HCPG-PATIENT-ID         PIC 9(10) VALUE ZERO.
           03 HCPG-STAFF-ID           PIC X(08) VALUE SPACES.
           03 HCPG-MED-PAGE           PIC 9(03) VALUE ZERO.
           03 HCPG-VISIT-PAGE         PIC 9(03) VALUE ZERO.
           03 HCPG-LAB-PAGE           PIC 9(03) VALUE ZERO.
           03 HCPG-ALERT-PAGE         PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     DATE        :   PIC X(10)                                  *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-PATIENT-ID          PIC S9(9) COMP.

       01  DB2-STAFF.
           03 DB2-OPERATOR-ID         PIC X(08).
           03 DB2-OPERATOR-ROLE       PIC X(01).
           03 DB2-OPERATOR-STATUS     PIC X(01).
           03 IND-OPERATOR-STATUS     PIC S9(4) COMP.

       01  DB2-PATIENT.
           03 DB2-FIRST-NAME          PIC X(10).
           03 DB2-LAST-NAME           PIC X(20).
           03 DB2-DOB                 PIC X(10).
           03 DB2-INS-CARD-NUM        PIC X(10).
           03 DB2-ADDRESS             PIC X(20).
           03 DB2-CITY                PIC X(20).
           03 DB2-POSTCODE            PIC X(10).
           03 DB2-PHONE-MOBILE        PIC X(20).
           03 DB2-EMAIL-ADDRESS       PIC X(50).
           03 DB2-STATUS              PIC X(01).
           03 DB2-COV-STATUS          PIC X(01).
           03 DB2-COV-EXPIRY          PIC X(10).
           03 DB2-DATE-OF-DEATH       PIC X(10).
       01  DB2-PATIENT-INDICATORS.
           03 IND-STATUS              PIC S9(4) COMP.
           03 IND-COV-STATUS          PIC S9(4) COMP.
           03 IND-COV-EXPIRY          PIC S9(4) COMP.
           03 IND-DATE-OF-DEATH       PIC S9(4) COMP.

       01  DB2-CONTACT.
           03 DB2-CON-NAME            PIC X(30).
           03 DB2-CON-RELATION        PIC X(15).
           03 DB2-CON-PHONE           PIC X(20).

       01  DB2-APPOINTMENT.
           03 DB2-APT-CLINIC          PIC X(10).
           03 DB2-APT-DATE            PIC X(10).
           03 DB2-APT-TIME            PIC X(08).

       01  DB2-MEDICATION.
           03 DB2-MED-DRUG-NAME       PIC X(50).
           03 DB2-MED-STRENGTH        PIC X(20).
           03 DB2-MED-ROUTE           PIC X(20).
           03 DB2-MED-FREQUENCY       PIC X(20).
           03 DB2-MED-START-DATE      PIC X(10).

       01  DB2-VISIT.
           03 DB2-VIS-VISIT-DATE      PIC X(10).
           03 DB2-VIS-VISIT-TIME      PIC X(10).
           03 DB2-VIS-HEART-RATE      PIC X(10).
           03 DB2-VIS-BLOOD-PRESSURE  PIC X(10).
           03 DB2-VIS-MENTAL-STATE    PIC X(10).
           03 DB2-VIS-BREACH-TYPE     PIC X(06).

       01  DB2-LABRESULT.
           03 DB2-LAB-TEST-DATE       PIC X(10).
           03 DB2-LAB-TEST-CODE       PIC X(08).
           03 DB2-LAB-TEST-NAME       PIC X(30).
           03 DB2-LAB-RESULT-VALUE    PIC X(10).
           03 DB2-LAB-UNITS           PIC X(10).
           03 DB2-LAB-REF-LOW         PIC X(10).
           03 DB2-LAB-REF-HIGH        PIC X(10).
           03 DB2-LAB-ABNORMAL-FLAG   PIC X(01).

       01  DB2-ALERT.
           03 DB2-ALERT-ID            PIC S9(9) COMP.
           03 DB2-BREACH-TYPE         PIC X(06).
           03 DB2-READING-VALUE       PIC X(10).
           03 DB2-THRESHOLD-VALUE     PIC X(10).
           03 DB2-ALERT-TS            PIC X(26).
           03 DB2-ESC-FLAG            PIC X(01).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      *----------------------------------------------------------------*
      * SQLCA DB2 communications area
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
      *    L I N K A G E     S E C T I O N
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA                PIC X(30).

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

      *----------------------------------------------------------------*
      * Common code                                                    *
      *----------------------------------------------------------------*
      * initialize working storage variables
           INITIALIZE WS-HEADER.
      * set up general variable
           MOVE EIBTRNID TO WS-TRANSID.
           MOVE EIBTRMID TO WS-TERMID.
           MOVE EIBTASKN TO WS-TASKNUM.
           MOVE EIBCALEN TO WS-CALEN.
      *----------------------------------------------------------------*

      * PF3/CLEAR ends the conversation outright
           IF EIBAID EQUAL DFHCLEAR OR DFHPF3
             EXEC CICS RETURN END-EXEC
           END-IF

      * No commarea back from ourselves yet means this is the first
      * trip through - an empty screen asking for the two ids.
           IF EIBCALEN EQUAL ZERO
             MOVE 'KEY A PATIENT ID AND YOUR STAFF ID, THEN ENTER'
               TO WS-SCREEN-MSG
           ELSE
             MOVE DFHCOMMAREA TO WS-HCPGRV-STATE
             PERFORM RECEIVE-SELECTION
           END-IF.

           MOVE LOW-VALUES TO HCPGM1O.
           IF HCPG-PATIENT-ID GREATER THAN ZERO
             PERFORM BUILD-GLANCE
           END-IF.
           IF HCPG-PATIENT-ID GREATER THAN ZERO
             MOVE HCPG-PATIENT-ID TO GPIDO
             MOVE HCPG-STAFF-ID   TO GSTFO
           END-IF.
           MOVE WS-SCREEN-MSG TO GMSGO.

           EXEC CICS SEND MAP('HCPGM1')
                MAPSET('HCPGM')
                ERASE
           END-EXEC.

      * The conversation continues under transaction HCPG, which the
      * CSD maps to this program, whether we arrived by HCPG or by an
      * XCTL from the HCAZ menu.
           EXEC CICS RETURN TRANSID('HCPG')
                COMMAREA(WS-HCPGRV-STATE)
                LENGTH(LENGTH OF WS-HCPGRV-STATE)
           END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       DECLARE-CURSORS.
      *----------------------------------------------------------------*
      * One cursor per block, each in the order its own inquiry uses. *
      * Every block is read from the top and the pages before the one *
      * wanted are fetched past - a patient's lists are short.         *
           EXEC SQL
               DECLARE GLMEDCUR CURSOR FOR
               SELECT DRUGNAME,
                      STRENGTH,
                      ROUTE,
                      FREQUENCY,
                      STARTDATE
                 FROM MEDICATION
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND (ENDDATE IS NULL OR ENDDATE > CURRENT DATE)
                  AND (STATUS IS NULL OR STATUS <> 'D')
                ORDER BY STARTDATE DESC, PRESCRIPTIONID DESC
           END-EXEC.

      * a visit that raised a threshold alert when it was logged
      * carries that alert's breach type
           EXEC SQL
               DECLARE GLVISCUR CURSOR FOR
               SELECT V.VISITDATE,
                      V.VISITTIME,
                      V.HEARTRATE,
                      V.BLOODPRESSURE,
                      V.MENTALSTATE,
                      COALESCE((SELECT MIN(A.BREACHTYPE)
                                  FROM ALERT A
                                 WHERE A.VISITID = V.VISITID), ' ')
                 FROM VISIT V
                WHERE V.PATIENTID = :DB2-PATIENT-ID
                  AND (V.VOIDFLAG IS NULL OR V.VOIDFLAG <> 'Y')
                ORDER BY V.VISITDATE DESC, V.VISITTIME DESC
           END-EXEC.

           EXEC SQL
               DECLARE GLLABCUR CURSOR FOR
               SELECT TESTDATE,
                      TESTCODE,
                      TESTNAME,
                      RESULTVALUE,
                      UNITS,
                      REFLOW,
                      REFHIGH,
                      ABNORMALFLAG
                 FROM LABRESULT
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND ABNORMALFLAG IN ('H', 'L', 'Y')
                ORDER BY TESTDATE DESC, LABRESULTID DESC
           END-EXEC.

           EXEC SQL
               DECLARE GLALRCUR CURSOR FOR
               SELECT ALERTID,
                      BREACHTYPE,
                      READINGVALUE,
                      THRESHOLDVALUE,
                      ALERTTS,
                      COALESCE(ESCFLAG, 'N')
                 FROM ALERT
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND ACKFLAG = 'N'
                ORDER BY 6 DESC, ALERTTS DESC
           END-EXEC.
           EXIT.

      *================================================================*
       RECEIVE-SELECTION.
      *================================================================*
      * ENTER views the patient keyed, or refreshes the one shown if  *
      * nothing new was keyed, and starts every block at page one.    *
      * PF4/PF5/PF6/PF9 move one block on a page for the patient      *
      * already shown.                                                 *
      *================================================================*
           MOVE SPACES TO WS-SCREEN-MSG.

           EXEC CICS RECEIVE MAP('HCPGM1')
                MAPSET('HCPGM')
                RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
             WHEN EIBAID EQUAL DFHENTER
               PERFORM RECEIVE-PATIENT-AND-STAFF
             WHEN HCPG-PATIENT-ID EQUAL ZERO
               MOVE 'KEY A PATIENT ID AND YOUR STAFF ID, THEN ENTER'
                 TO WS-SCREEN-MSG
             WHEN EIBAID EQUAL DFHPF4
               ADD 1 TO HCPG-MED-PAGE
             WHEN EIBAID EQUAL DFHPF5
               ADD 1 TO HCPG-VISIT-PAGE
             WHEN EIBAID EQUAL DFHPF6
               ADD 1 TO HCPG-LAB-PAGE
             WHEN EIBAID EQUAL DFHPF9
               ADD 1 TO HCPG-ALERT-PAGE
             WHEN OTHER
               MOVE 'KEY NOT IN USE - SEE THE BLOCK HEADINGS'
                 TO WS-SCREEN-MSG
           END-EVALUATE.

           EXIT.

      *================================================================*
       RECEIVE-PATIENT-AND-STAFF.
      *================================================================*
      * A field left as it was comes back empty (its modified tag was *
      * reset by the last send), so an empty field keeps the id       *
      * already shown.  Anything actually keyed is checked before it  *
      * replaces the ids in the conversation state.                    *
      *================================================================*
           IF WS-RESP EQUAL DFHRESP(NORMAL)
              AND GPIDI NOT EQUAL SPACES
              AND GPIDI NOT EQUAL LOW-VALUES
             MOVE GPIDI TO WS-PID-EDIT
           ELSE
             MOVE HCPG-PATIENT-ID TO WS-PID-EDIT
           END-IF.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
              AND GSTFI NOT EQUAL SPACES
              AND GSTFI NOT EQUAL LOW-VALUES
             MOVE GSTFI TO DB2-OPERATOR-ID
           ELSE
             MOVE HCPG-STAFF-ID TO DB2-OPERATOR-ID
           END-IF.

           EVALUATE TRUE
             WHEN WS-PID-EDIT NOT NUMERIC
               OR WS-PID-EDIT EQUAL ZERO
               MOVE 'KEY A PATIENT ID AND YOUR STAFF ID, THEN ENTER'
                 TO WS-SCREEN-MSG
             WHEN DB2-OPERATOR-ID EQUAL SPACES
               MOVE 'KEY YOUR STAFF ID - THE VIEW IS LOGGED AGAINST IT'
                 TO WS-SCREEN-MSG
             WHEN OTHER
               PERFORM CHECK-STAFF-ID
           END-EVALUATE.

           EXIT.

      *================================================================*
       CHECK-STAFF-ID.
      *================================================================*
      * The staff id must be an active clinical or supervisor account *
      * - the same STAFF lookup the HCAZ sign-on makes.  A refused id *
      * clears the screen rather than leaving the last patient up.    *
      *================================================================*
           MOVE ' SELECT STAFF' TO EM-SQLREQ
           EXEC SQL
               SELECT ROLE, STATUS
                 INTO :DB2-OPERATOR-ROLE,
                      :DB2-OPERATOR-STATUS :IND-OPERATOR-STATUS
                 FROM STAFF
                WHERE OPERID = :DB2-OPERATOR-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               IF IND-OPERATOR-STATUS NOT LESS THAN ZERO
                  AND DB2-OPERATOR-STATUS EQUAL 'I'
                 MOVE 'STAFF ID NOT RECOGNISED' TO WS-SCREEN-MSG
               ELSE
                 IF DB2-OPERATOR-ROLE EQUAL 'N'
                    OR DB2-OPERATOR-ROLE EQUAL 'S'
                   MOVE WS-PID-EDIT     TO HCPG-PATIENT-ID
                   MOVE DB2-OPERATOR-ID TO HCPG-STAFF-ID
                   MOVE ZERO TO HCPG-MED-PAGE
                   MOVE ZERO TO HCPG-VISIT-PAGE
                   MOVE ZERO TO HCPG-LAB-PAGE
                   MOVE ZERO TO HCPG-ALERT-PAGE
                   MOVE 'Y' TO WS-NEW-VIEW-SW
                 ELSE
                   MOVE 'STAFF ID NOT AUTHORIZED FOR THIS VIEW'
                     TO WS-SCREEN-MSG
                 END-IF
               END-IF
             WHEN 100
               MOVE 'STAFF ID NOT RECOGNISED' TO WS-SCREEN-MSG
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'STAFF LOOKUP UNAVAILABLE - TRY AGAIN'
                 TO WS-SCREEN-MSG
           END-EVALUATE.

           IF NOT WS-NEW-VIEW
             MOVE ZERO   TO HCPG-PATIENT-ID
             MOVE SPACES TO HCPG-STAFF-ID
           END-IF.

           EXIT.

      *================================================================*
       BUILD-GLANCE.
      *================================================================*
      * Fill the screen for the patient in the conversation state.    *
      * A patient not on file ends the view there; otherwise every    *
      * line and block is filled, and a fresh view is logged.          *
      *================================================================*
           MOVE HCPG-PATIENT-ID TO DB2-PATIENT-ID.
           MOVE HCPG-PATIENT-ID TO EM-PATNUM.

           PERFORM GET-PATIENT.

           IF WS-PATIENT-FOUND
             PERFORM GET-CONTACT
             PERFORM GET-NEXT-APPOINTMENT
             PERFORM SHOW-MEDICATIONS
             PERFORM SHOW-VISITS
             PERFORM SHOW-LAB-RESULTS
             PERFORM SHOW-ALERTS
             IF WS-NEW-VIEW
               PERFORM LOG-DISCLOSURE
             END-IF
           ELSE
             MOVE ZERO TO HCPG-PATIENT-ID
           END-IF.

           EXIT.

      *================================================================*
       GET-PATIENT.
      *================================================================*
           MOVE 'N' TO WS-PATIENT-FOUND-SW.

           MOVE ' SELECT PATIENT' TO EM-SQLREQ
           EXEC SQL
               SELECT FIRSTNAME,
                      LASTNAME,
                      DATEOFBIRTH,
                      INSCARDNUMBER,
                      ADDRESS,
                      CITY,
                      POSTCODE,
                      PHONEMOBILE,
                      EMAILADDRESS,
                      STATUS,
                      COVSTATUS,
                      COVEXPIRY,
                      DATEOFDEATH
                 INTO :DB2-FIRST-NAME,
                      :DB2-LAST-NAME,
                      :DB2-DOB,
                      :DB2-INS-CARD-NUM,
                      :DB2-ADDRESS,
                      :DB2-CITY,
                      :DB2-POSTCODE,
                      :DB2-PHONE-MOBILE,
                      :DB2-EMAIL-ADDRESS,
                      :DB2-STATUS :IND-STATUS,
                      :DB2-COV-STATUS :IND-COV-STATUS,
                      :DB2-COV-EXPIRY :IND-COV-EXPIRY,
                      :DB2-DATE-OF-DEATH :IND-DATE-OF-DEATH
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-PATIENT-FOUND-SW
               PERFORM FORMAT-DEMOGRAPHICS
             WHEN 100
               MOVE 'PATIENT NOT FOUND' TO WS-SCREEN-MSG
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'PATIENT STORE UNAVAILABLE - TRY AGAIN'
                 TO WS-SCREEN-MSG
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       FORMAT-DEMOGRAPHICS.
      *----------------------------------------------------------------*
      * A recorded death outranks the inactive status it also sets.   *
           MOVE DB2-LAST-NAME     TO WS-D1-LAST-NAME
           MOVE DB2-FIRST-NAME    TO WS-D1-FIRST-NAME
           MOVE DB2-DOB           TO WS-D1-DOB
           EVALUATE TRUE
             WHEN IND-DATE-OF-DEATH NOT LESS THAN ZERO
               MOVE SPACES TO WS-D1-STATUS
               STRING 'DECEASED '         DELIMITED BY SIZE
                      DB2-DATE-OF-DEATH   DELIMITED BY SIZE
                 INTO WS-D1-STATUS
             WHEN IND-STATUS NOT LESS THAN ZERO
                  AND DB2-STATUS EQUAL 'I'
               MOVE 'INACTIVE'          TO WS-D1-STATUS
             WHEN OTHER
               MOVE 'ACTIVE'            TO WS-D1-STATUS
           END-EVALUATE
           MOVE WS-DEMOGRAPHIC-LINE-1 TO GDEM1O

           MOVE DB2-ADDRESS       TO WS-D2-ADDRESS
           MOVE DB2-CITY          TO WS-D2-CITY
           MOVE DB2-POSTCODE      TO WS-D2-POSTCODE
           MOVE WS-DEMOGRAPHIC-LINE-2 TO GDEM2O

           MOVE DB2-PHONE-MOBILE  TO WS-D3-PHONE
           MOVE DB2-EMAIL-ADDRESS TO WS-D3-EMAIL
           MOVE WS-DEMOGRAPHIC-LINE-3 TO GDEM3O

      * cover as HCIEBR01 last stamped it - no stamp yet reads as not
      * verified
           MOVE DB2-INS-CARD-NUM  TO WS-CV-CARD
           EVALUATE TRUE
             WHEN IND-COV-STATUS LESS THAN ZERO
               MOVE 'NOT VERIFIED' TO WS-CV-STATUS
             WHEN DB2-COV-STATUS EQUAL 'A'
               MOVE 'ACTIVE'       TO WS-CV-STATUS
             WHEN DB2-COV-STATUS EQUAL 'L'
               MOVE 'LAPSED'       TO WS-CV-STATUS
             WHEN OTHER
               MOVE DB2-COV-STATUS TO WS-CV-STATUS
           END-EVALUATE
           IF IND-COV-EXPIRY LESS THAN ZERO
             MOVE SPACES          TO WS-CV-EXPIRY
           ELSE
             MOVE DB2-COV-EXPIRY  TO WS-CV-EXPIRY
           END-IF
           MOVE WS-COVER-LINE TO GCOVO.

           EXIT.

      *================================================================*
       GET-CONTACT.
      *================================================================*
      * The top-priority emergency contact, as HCCSBR01 prints it.    *
      *================================================================*
           MOVE ' SELECT CONTACT' TO EM-SQLREQ
           EXEC SQL
               SELECT CONTACTNAME, RELATIONSHIP, PHONE
                 INTO :DB2-CON-NAME, :DB2-CON-RELATION,
                      :DB2-CON-PHONE
                 FROM CONTACT
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY PRIORITY
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-CON-NAME     TO WS-CN-NAME
               MOVE DB2-CON-RELATION TO WS-CN-RELATION
               MOVE DB2-CON-PHONE    TO WS-CN-PHONE
             WHEN 100
               MOVE 'NONE ON FILE'   TO WS-CN-NAME
               MOVE SPACES           TO WS-CN-RELATION
               MOVE SPACES           TO WS-CN-PHONE
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'NOT AVAILABLE'  TO WS-CN-NAME
               MOVE SPACES           TO WS-CN-RELATION
               MOVE SPACES           TO WS-CN-PHONE
           END-EVALUATE.

           MOVE WS-CONTACT-LINE TO GCONO.

           EXIT.

      *================================================================*
       GET-NEXT-APPOINTMENT.
      *================================================================*
      * The earliest booked appointment from today on, in IAPPNT's    *
      * terms.                                                         *
      *================================================================*
           MOVE ' SELECT APPOINTMENT' TO EM-SQLREQ
           EXEC SQL
               SELECT CLINIC, APPTDATE, APPTTIME
                 INTO :DB2-APT-CLINIC, :DB2-APT-DATE, :DB2-APT-TIME
                 FROM APPOINTMENT
                WHERE PATIENTID = :DB2-PATIENT-ID
                  AND STATUS    = 'B'
                  AND APPTDATE >= CURRENT DATE
                ORDER BY APPTDATE, APPTTIME
                FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               MOVE DB2-APT-DATE     TO WS-AP-DATE
               MOVE DB2-APT-TIME     TO WS-AP-TIME
               MOVE DB2-APT-CLINIC   TO WS-AP-CLINIC
             WHEN 100
               MOVE 'NONE BOOKED'    TO WS-AP-DATE
               MOVE SPACES           TO WS-AP-TIME
               MOVE SPACES           TO WS-AP-CLINIC
             WHEN OTHER
               PERFORM WRITE-ERROR-MESSAGE
               MOVE 'UNAVAILABLE'    TO WS-AP-DATE
               MOVE SPACES           TO WS-AP-TIME
               MOVE SPACES           TO WS-AP-CLINIC
           END-EVALUATE.

           MOVE WS-APPOINTMENT-LINE TO GAPPTO.

           EXIT.

      *================================================================*
       SHOW-MEDICATIONS.
      *================================================================*
      * Three lines a page.  A page past the last comes back empty -  *
      * the block goes round to its first page instead.                *
      *================================================================*
           MOVE 3 TO WS-PAGE-SIZE.
           PERFORM LIST-MEDICATIONS.
           IF WS-LINE-IX EQUAL ZERO AND HCPG-MED-PAGE GREATER THAN ZERO
             MOVE ZERO TO HCPG-MED-PAGE
             PERFORM LIST-MEDICATIONS
           END-IF.

           MOVE 'ACTIVE MEDICATIONS' TO WS-SH-TEXT.
           MOVE HCPG-MED-PAGE        TO WS-PAGE-NO.
           PERFORM SET-PAGE-HINT.
           IF WS-MORE-ROWS
             MOVE 'PF4 FOR THE NEXT PAGE' TO WS-SH-HINT
           END-IF.
           IF NOT WS-MORE-ROWS AND WS-PAGE-NO GREATER THAN ZERO
             MOVE 'PF4 BACK TO THE FIRST PAGE' TO WS-SH-HINT
           END-IF.
           MOVE WS-SECTION-HEADING TO GMEDHO.
           IF WS-LINE-IX EQUAL ZERO
             MOVE '  NONE ON FILE' TO GMED1O
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       LIST-MEDICATIONS.
      *----------------------------------------------------------------*
           COMPUTE WS-ROWS-TO-SKIP = HCPG-MED-PAGE * WS-PAGE-SIZE.
           PERFORM START-PAGE.

           MOVE ' OPEN GLMEDCUR' TO EM-SQLREQ
           EXEC SQL
               OPEN GLMEDCUR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'MEDICATIONS UNAVAILABLE' TO WS-SCREEN-MSG
           ELSE
             PERFORM FETCH-MEDICATION-ROW
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-MORE-ROWS

             MOVE ' CLOSE GLMEDCUR' TO EM-SQLREQ
             EXEC SQL
                 CLOSE GLMEDCUR
             END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       FETCH-MEDICATION-ROW.
      *----------------------------------------------------------------*
           MOVE ' FETCH GLMEDCUR' TO EM-SQLREQ
           EXEC SQL
               FETCH GLMEDCUR
                INTO :DB2-MED-DRUG-NAME,
                     :DB2-MED-STRENGTH,
                     :DB2-MED-ROUTE,
                     :DB2-MED-FREQUENCY,
                     :DB2-MED-START-DATE
           END-EXEC

           IF SQLCODE EQUAL 0
             PERFORM COUNT-PAGE-ROW
             IF WS-ROWS-READ GREATER THAN WS-ROWS-TO-SKIP
                AND NOT WS-MORE-ROWS
               MOVE DB2-MED-DRUG-NAME  TO WS-ML-DRUG-NAME
               MOVE DB2-MED-STRENGTH   TO WS-ML-STRENGTH
               MOVE DB2-MED-ROUTE      TO WS-ML-ROUTE
               MOVE DB2-MED-FREQUENCY  TO WS-ML-FREQUENCY
               MOVE DB2-MED-START-DATE TO WS-ML-START-DATE
               EVALUATE WS-LINE-IX
                 WHEN 1  MOVE WS-MEDICATION-LINE TO GMED1O
                 WHEN 2  MOVE WS-MEDICATION-LINE TO GMED2O
                 WHEN 3  MOVE WS-MEDICATION-LINE TO GMED3O
               END-EVALUATE
             END-IF
           END-IF.

           EXIT.

      *================================================================*
       SHOW-VISITS.
      *================================================================*
      * Three lines a page, newest first; a visit that raised a       *
      * threshold alert goes out bright with its '*'.                  *
      *================================================================*
           MOVE 3 TO WS-PAGE-SIZE.
           PERFORM LIST-VISITS.
           IF WS-LINE-IX EQUAL ZERO
              AND HCPG-VISIT-PAGE GREATER THAN ZERO
             MOVE ZERO TO HCPG-VISIT-PAGE
             PERFORM LIST-VISITS
           END-IF.

           MOVE 'RECENT VISITS (* = BREACH)' TO WS-SH-TEXT.
           MOVE HCPG-VISIT-PAGE      TO WS-PAGE-NO.
           PERFORM SET-PAGE-HINT.
           IF WS-MORE-ROWS
             MOVE 'PF5 FOR THE NEXT PAGE' TO WS-SH-HINT
           END-IF.
           IF NOT WS-MORE-ROWS AND WS-PAGE-NO GREATER THAN ZERO
             MOVE 'PF5 BACK TO THE FIRST PAGE' TO WS-SH-HINT
           END-IF.
           MOVE WS-SECTION-HEADING TO GVISHO.
           IF WS-LINE-IX EQUAL ZERO
             MOVE '  NONE ON FILE' TO GVIS1O
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       LIST-VISITS.
      *----------------------------------------------------------------*
           COMPUTE WS-ROWS-TO-SKIP = HCPG-VISIT-PAGE * WS-PAGE-SIZE.
           PERFORM START-PAGE.

           MOVE ' OPEN GLVISCUR' TO EM-SQLREQ
           EXEC SQL
               OPEN GLVISCUR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'VISITS UNAVAILABLE' TO WS-SCREEN-MSG
           ELSE
             PERFORM FETCH-VISIT-ROW
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-MORE-ROWS

             MOVE ' CLOSE GLVISCUR' TO EM-SQLREQ
             EXEC SQL
                 CLOSE GLVISCUR
             END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       FETCH-VISIT-ROW.
      *----------------------------------------------------------------*
           MOVE ' FETCH GLVISCUR' TO EM-SQLREQ
           EXEC SQL
               FETCH GLVISCUR
                INTO :DB2-VIS-VISIT-DATE,
                     :DB2-VIS-VISIT-TIME,
                     :DB2-VIS-HEART-RATE,
                     :DB2-VIS-BLOOD-PRESSURE,
                     :DB2-VIS-MENTAL-STATE,
                     :DB2-VIS-BREACH-TYPE
           END-EXEC

           IF SQLCODE EQUAL 0
             PERFORM COUNT-PAGE-ROW
             IF WS-ROWS-READ GREATER THAN WS-ROWS-TO-SKIP
                AND NOT WS-MORE-ROWS
               MOVE DB2-VIS-VISIT-DATE     TO WS-VL-DATE
               MOVE DB2-VIS-VISIT-TIME     TO WS-VL-TIME
               MOVE DB2-VIS-HEART-RATE     TO WS-VL-HEART-RATE
               MOVE DB2-VIS-BLOOD-PRESSURE TO WS-VL-BLOOD-PRESSURE
               MOVE DB2-VIS-MENTAL-STATE   TO WS-VL-MENTAL-STATE
               IF DB2-VIS-BREACH-TYPE EQUAL SPACES
                 MOVE SPACE                TO WS-VL-BREACH-MARK
                 MOVE SPACES               TO WS-VL-BREACH-TEXT
                 MOVE SPACES               TO WS-VL-BREACH-TYPE
               ELSE
                 MOVE '*'                  TO WS-VL-BREACH-MARK
                 MOVE 'BREACH: '           TO WS-VL-BREACH-TEXT
                 MOVE DB2-VIS-BREACH-TYPE  TO WS-VL-BREACH-TYPE
               END-IF
               PERFORM MOVE-VISIT-LINE-TO-MAP
             END-IF
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       MOVE-VISIT-LINE-TO-MAP.
      *----------------------------------------------------------------*
      * The map's visit lines are separate names, not a table, so the *
      * formatted line and its attribute are routed by subscript.      *
           EVALUATE WS-LINE-IX
             WHEN 1
               MOVE WS-VISIT-LINE TO GVIS1O
               IF WS-VL-BREACH-MARK EQUAL '*'
                 MOVE WS-ATTR-BRIGHT TO GVIS1A
               END-IF
             WHEN 2
               MOVE WS-VISIT-LINE TO GVIS2O
               IF WS-VL-BREACH-MARK EQUAL '*'
                 MOVE WS-ATTR-BRIGHT TO GVIS2A
               END-IF
             WHEN 3
               MOVE WS-VISIT-LINE TO GVIS3O
               IF WS-VL-BREACH-MARK EQUAL '*'
                 MOVE WS-ATTR-BRIGHT TO GVIS3A
               END-IF
           END-EVALUATE.

           EXIT.

      *================================================================*
       SHOW-LAB-RESULTS.
      *================================================================*
      * Two lines a page - only the results the lab flagged abnormal. *
      *================================================================*
           MOVE 2 TO WS-PAGE-SIZE.
           PERFORM LIST-LAB-RESULTS.
           IF WS-LINE-IX EQUAL ZERO AND HCPG-LAB-PAGE GREATER THAN ZERO
             MOVE ZERO TO HCPG-LAB-PAGE
             PERFORM LIST-LAB-RESULTS
           END-IF.

           MOVE 'ABNORMAL LAB RESULTS' TO WS-SH-TEXT.
           MOVE HCPG-LAB-PAGE        TO WS-PAGE-NO.
           PERFORM SET-PAGE-HINT.
           IF WS-MORE-ROWS
             MOVE 'PF6 FOR THE NEXT PAGE' TO WS-SH-HINT
           END-IF.
           IF NOT WS-MORE-ROWS AND WS-PAGE-NO GREATER THAN ZERO
             MOVE 'PF6 BACK TO THE FIRST PAGE' TO WS-SH-HINT
           END-IF.
           MOVE WS-SECTION-HEADING TO GLABHO.
           IF WS-LINE-IX EQUAL ZERO
             MOVE '  NONE ON FILE' TO GLAB1O
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       LIST-LAB-RESULTS.
      *----------------------------------------------------------------*
           COMPUTE WS-ROWS-TO-SKIP = HCPG-LAB-PAGE * WS-PAGE-SIZE.
           PERFORM START-PAGE.

           MOVE ' OPEN GLLABCUR' TO EM-SQLREQ
           EXEC SQL
               OPEN GLLABCUR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'LAB RESULTS UNAVAILABLE' TO WS-SCREEN-MSG
           ELSE
             PERFORM FETCH-LAB-ROW
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-MORE-ROWS

             MOVE ' CLOSE GLLABCUR' TO EM-SQLREQ
             EXEC SQL
                 CLOSE GLLABCUR
             END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       FETCH-LAB-ROW.
      *----------------------------------------------------------------*
           MOVE ' FETCH GLLABCUR' TO EM-SQLREQ
           EXEC SQL
               FETCH GLLABCUR
                INTO :DB2-LAB-TEST-DATE,
                     :DB2-LAB-TEST-CODE,
                     :DB2-LAB-TEST-NAME,
                     :DB2-LAB-RESULT-VALUE,
                     :DB2-LAB-UNITS,
                     :DB2-LAB-REF-LOW,
                     :DB2-LAB-REF-HIGH,
                     :DB2-LAB-ABNORMAL-FLAG
           END-EXEC

           IF SQLCODE EQUAL 0
             PERFORM COUNT-PAGE-ROW
             IF WS-ROWS-READ GREATER THAN WS-ROWS-TO-SKIP
                AND NOT WS-MORE-ROWS
               MOVE DB2-LAB-TEST-DATE     TO WS-LL-TEST-DATE
               MOVE DB2-LAB-TEST-CODE     TO WS-LL-TEST-CODE
               MOVE DB2-LAB-TEST-NAME     TO WS-LL-TEST-NAME
               MOVE DB2-LAB-RESULT-VALUE  TO WS-LL-RESULT-VALUE
               MOVE DB2-LAB-UNITS         TO WS-LL-UNITS
               MOVE DB2-LAB-REF-LOW       TO WS-LL-REF-LOW
               MOVE DB2-LAB-REF-HIGH      TO WS-LL-REF-HIGH
               MOVE DB2-LAB-ABNORMAL-FLAG TO WS-LL-ABNORMAL-FLAG
               EVALUATE WS-LINE-IX
                 WHEN 1  MOVE WS-LAB-LINE TO GLAB1O
                 WHEN 2  MOVE WS-LAB-LINE TO GLAB2O
               END-EVALUATE
             END-IF
           END-IF.

           EXIT.

      *================================================================*
       SHOW-ALERTS.
      *================================================================*
      * Two lines a page - escalated alerts first, then newest first. *
      *================================================================*
           MOVE 2 TO WS-PAGE-SIZE.
           PERFORM LIST-ALERTS.
           IF WS-LINE-IX EQUAL ZERO
              AND HCPG-ALERT-PAGE GREATER THAN ZERO
             MOVE ZERO TO HCPG-ALERT-PAGE
             PERFORM LIST-ALERTS
           END-IF.

           MOVE 'UNACKNOWLEDGED ALERTS (* = ESC)' TO WS-SH-TEXT.
           MOVE HCPG-ALERT-PAGE      TO WS-PAGE-NO.
           PERFORM SET-PAGE-HINT.
           IF WS-MORE-ROWS
             MOVE 'PF9 FOR THE NEXT PAGE' TO WS-SH-HINT
           END-IF.
           IF NOT WS-MORE-ROWS AND WS-PAGE-NO GREATER THAN ZERO
             MOVE 'PF9 BACK TO THE FIRST PAGE' TO WS-SH-HINT
           END-IF.
           MOVE WS-SECTION-HEADING TO GALRHO.
           IF WS-LINE-IX EQUAL ZERO
             MOVE '  NONE OUTSTANDING' TO GALR1O
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       LIST-ALERTS.
      *----------------------------------------------------------------*
           COMPUTE WS-ROWS-TO-SKIP = HCPG-ALERT-PAGE * WS-PAGE-SIZE.
           PERFORM START-PAGE.

           MOVE ' OPEN GLALRCUR' TO EM-SQLREQ
           EXEC SQL
               OPEN GLALRCUR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             PERFORM WRITE-ERROR-MESSAGE
             MOVE 'ALERTS UNAVAILABLE' TO WS-SCREEN-MSG
           ELSE
             PERFORM FETCH-ALERT-ROW
               UNTIL SQLCODE NOT EQUAL 0
                  OR WS-MORE-ROWS

             MOVE ' CLOSE GLALRCUR' TO EM-SQLREQ
             EXEC SQL
                 CLOSE GLALRCUR
             END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       FETCH-ALERT-ROW.
      *----------------------------------------------------------------*
           MOVE ' FETCH GLALRCUR' TO EM-SQLREQ
           EXEC SQL
               FETCH GLALRCUR
                INTO :DB2-ALERT-ID,
                     :DB2-BREACH-TYPE,
                     :DB2-READING-VALUE,
                     :DB2-THRESHOLD-VALUE,
                     :DB2-ALERT-TS,
                     :DB2-ESC-FLAG
           END-EXEC

           IF SQLCODE EQUAL 0
             PERFORM COUNT-PAGE-ROW
             IF WS-ROWS-READ GREATER THAN WS-ROWS-TO-SKIP
                AND NOT WS-MORE-ROWS
               IF DB2-ESC-FLAG EQUAL 'Y'
                 MOVE '*'                 TO WS-AL-ESC-MARK
               ELSE
                 MOVE SPACE               TO WS-AL-ESC-MARK
               END-IF
               MOVE DB2-ALERT-ID          TO WS-AL-ALERT-ID
               MOVE DB2-BREACH-TYPE       TO WS-AL-TYPE
               MOVE DB2-READING-VALUE     TO WS-AL-READING
               MOVE DB2-THRESHOLD-VALUE   TO WS-AL-LIMIT
               MOVE DB2-ALERT-TS (1:16)   TO WS-AL-RAISED
               EVALUATE WS-LINE-IX
                 WHEN 1  MOVE WS-ALERT-LINE TO GALR1O
                 WHEN 2  MOVE WS-ALERT-LINE TO GALR2O
               END-EVALUATE
             END-IF
           END-IF.

           EXIT.

      *================================================================*
       START-PAGE.
      *================================================================*
      * Reset the shared paging fields before a block is listed.      *
      *================================================================*
           MOVE ZERO TO WS-ROWS-READ.
           MOVE ZERO TO WS-LINE-IX.
           MOVE 'N'  TO WS-MORE-ROWS-SW.

           EXIT.

      *================================================================*
       COUNT-PAGE-ROW.
      *================================================================*
      * Count the row just fetched.  Rows before the page wanted are  *
      * passed over; the first row after a full page only says there  *
      * is more, and stops the fetching.                               *
      *================================================================*
           ADD 1 TO WS-ROWS-READ.

           IF WS-ROWS-READ GREATER THAN WS-ROWS-TO-SKIP
             IF WS-LINE-IX LESS THAN WS-PAGE-SIZE
               ADD 1 TO WS-LINE-IX
             ELSE
               MOVE 'Y' TO WS-MORE-ROWS-SW
             END-IF
           END-IF.

           EXIT.

      *================================================================*
       SET-PAGE-HINT.
      *================================================================*
           ADD 1 TO WS-PAGE-NO GIVING WS-SH-PAGE.
           MOVE SPACES TO WS-SH-HINT.

           EXIT.

      *================================================================*
       LOG-DISCLOSURE.
      *================================================================*
      * One ACCESS_LOG row for the view, against the staff id keyed.  *
      * The screen still goes out if the row cannot be written - the  *
      * operator is told so the gap in the trail can be reported.     *
      *================================================================*
           MOVE RC-SUCCESS      TO CA-RETURN-CODE.
           MOVE HCPG-PATIENT-ID TO CA-PATIENT-ID.
           MOVE HCPG-STAFF-ID   TO CA-OPERATOR-ID.
           MOVE 'HCPGRV01'      TO AL-PROGRAM-NAME.
           PERFORM WRITE-ACCESS-LOG.

           IF CA-RETURN-CODE EQUAL RC-SUCCESS-FOLLOWUP-FAIL
             MOVE 'THIS VIEW COULD NOT BE LOGGED - TELL SUPPORT'
               TO WS-SCREEN-MSG
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCACLGPD.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
