      *  invoking HCAPDB01/hcipdb01/etc directly.  The signed-on      *
      *  operator id rides in CA-OPERATOR-ID so the audit rows the    *
      *  back ends write name a person, not just a terminal.          *
      *  Options beyond what one screen holds are on a second menu    *
      *  page, HCAZM2 - PF8 from the menu pages forward, PF7 back -    *
      *  and are dispatched through the same table as the first page. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY DFHAID.

      *----------------------------------------------------------------*
      * HCAZM1/HCAZM2 symbolic maps (menu pages) and HCAZD1 symbolic   *
      * map (the data-entry screen that follows a valid selection)     *
      *----------------------------------------------------------------*
       COPY HCAZM.
       COPY HCAZD.
      * the BMS PICIN edit right-justifies and zero-fills OPTN, so a
      * keyed "1" arrives as 01 - the table values carry the same
      * zero-filled shape
           03 WS-MENU-OPTION OCCURS 46 TIMES PIC X(02)
                VALUES ARE '01' '02' '03' '04' '05' '06' '07' '08'
                           '09' '10' '11' '12' '13' '14' '15' '16'
                           '17' '18' '19' '20' '21' '22' '23'
                           '24' '25' '26' '27' '28'
                           '29' '30' '31' '32' '33'
                           '34' '35' '36' '37' '38'
                           '39' '40' '41' '42' '43'
                           '44' '45' '46'.
           03 WS-MENU-PROGRAM OCCURS 46 TIMES PIC X(08)
                VALUES ARE 'HCAPDB01' 'HCIPDB01' 'HCMADB02'
                           'HCAVDB01' 'HCUPDB01' 'HCDADB01'
                           'HCTHDB01' 'HCMEDB01' 'HCLGDB01'
                           'HCMADB02' 'HCMADB02' 'HCECDB01'
                           'HCLRDB01' 'HCSCDB01' 'HCTHDB01'
                           'HCSTDB01' 'HCSTDB01' 'HCNERP01'
                           'HCMHDB01' 'HCAVDB01' 'HCAVDB01'
                           'HCALDB01' 'HCSSDB01' 'HCSCDB01'
                           'HCIZDB01' 'HCIZDB01' 'HCORDB01'
                           'HCPMDB01' 'HCDADB01' 'HCCPDB01'
                           'HCLODB01' 'HCPGRV01' 'HCPLDB01'
                           'HCRQDB01'.
           03 WS-MENU-REQUEST-ID OCCURS 46 TIMES PIC X(06)
                VALUES ARE 'APATNT' 'IPATNT' 'AMEDIC'
                           'AVISIT' 'UPATNT' 'DPATNT'
                           'MTHRSH' 'AMEDTN' 'LOGINP'
                           'DMEDIC' 'UMEDIC' 'MCONTC'
                           'ILABRS' 'KAPPNT' 'MDFTHR'
                           'MSTAFF' 'MLGPOL' '      '
                           'HMEDAU' 'UVISIT' 'XVISIT'
                           'MALLRG' 'MSESSN' 'FSLOTS'
                           'MIMMUN' 'MVACSC' 'MREFER'
                           'MINBOX' 'RDEATH' 'MCPREF'
                           'ALBORD' '      ' 'MPROBL'
                           'RPTREQ'.
           03 WS-MENU-CALEN OCCURS 46 TIMES PIC S9(4)
                VALUES ARE +206 +26 +211 +76 +215 +26 +65 +156 +50
                           +1429 +560 +69 +0 +64 +64 +476
                           +476 +476 +476 +1558 +121 +211
                           +211 +103 +920 +476 +65 +66
                           +32 +0 +1658 +106 +106
                           +89 +53 +476 +99 +81 +169
                           +1805 +97 +59 +210 +0 +86
                           +1529.
           03 WS-MENU-ROLES OCCURS 46 TIMES PIC X(03)
                VALUES ARE 'CS ' 'CNS' 'NS ' 'NS ' 'CS ' 'S  '
                           'NS ' 'NS ' 'CNS' 'NS ' 'NS ' 'NS '
                           'NS ' 'CNS' 'CS ' 'CNS' 'CNS' 'CNS'
                           'CNS' 'S  ' 'S  ' 'NS ' 'NS '
                           'CS ' 'NS ' 'CNS' 'NS ' 'S  '
                           'S  ' 'S  ' 'NS ' 'NS ' 'NS '
                           'NS ' 'S  ' 'CNS' 'NS ' 'S  '
                           'CNS' 'CNS' 'S  ' 'CS '
                           'NS ' 'NS ' 'NS ' 'CNS'.

       01  WS-WORK-FIELDS.
           03 WS-OPTION-IX             PIC 9(02) VALUE ZERO.
           03 WS-PID-EDIT              PIC 9(10) VALUE ZERO.
           03 WS-AMOUNT-EDIT           PIC 9(03) VALUE ZERO.
           03 WS-ROWS-EDIT             PIC 9(02) VALUE ZERO.
           03 WS-AGE-EDIT              PIC 9(04) VALUE ZERO.
           03 WS-APPT-EDIT             PIC 9(10) VALUE ZERO.
           03 WS-PRESC-EDIT            PIC 9(10) VALUE ZERO.
           03 WS-TOKEN-EDIT            PIC 9(09) VALUE ZERO.
           03 HCAZ-STATE               PIC X(01) VALUE SPACE.
              88 HCAZ-SIGNON-SENT                VALUE 'O'.
              88 HCAZ-MENU-SENT                  VALUE 'S'.
              88 HCAZ-MENU-PAGE2-SENT            VALUE 'M'.
              88 HCAZ-DATA-SENT                  VALUE 'D'.
           03 HCAZ-OPTION-IX           PIC 9(02) VALUE ZERO.
           03 HCAZ-OPERATOR-ID         PIC X(08) VALUE SPACES.
                 PERFORM RECEIVE-SIGNON
               WHEN HCAZ-MENU-SENT
                 PERFORM RECEIVE-MENU-SELECTION
               WHEN HCAZ-MENU-PAGE2-SENT
                 PERFORM RECEIVE-MENU-PAGE2-SELECTION
               WHEN OTHER
                 PERFORM RECEIVE-DATA-ENTRY
             END-EVALUATE
      * Read back the operator's numbered choice.  A valid number     *
      * sends the data-entry screen for that option; anything else    *
      * re-sends the menu with an error message instead of the        *
      * option list.  PF8 turns to the second menu page instead.     *
      *================================================================*
           IF EIBAID EQUAL DFHPF8
             PERFORM SEND-MENU-PAGE2
           END-IF.

           EXEC CICS RECEIVE MAP('HCAZM1')
                MAPSET('HCAZM')
                RESP(WS-RESP)
               MOVE 'OPTION NOT AUTHORIZED FOR YOUR ROLE'
                 TO MSGO
             ELSE
               MOVE 'PLEASE ENTER A VALID MENU OPTION, 1 THROUGH 46'
                 TO MSGO
             END-IF
             MOVE LENGTH OF MSGO TO MSGL

           EXIT.

      *================================================================*
       SEND-MENU-PAGE2.
      *================================================================*
      * Send the second menu page with no message and RETURN with     *
      * TRANSID, the same way SEND-INITIAL-MENU sends the first.       *
      *================================================================*
           MOVE SPACES TO MMSGO.
           MOVE LENGTH OF MMSGO TO MMSGL.

           EXEC CICS SEND MAP('HCAZM2')
                MAPSET('HCAZM')
                ERASE
           END-EXEC.

           MOVE 'M' TO HCAZ-STATE.
           MOVE ZERO TO HCAZ-OPTION-IX.

           EXEC CICS RETURN TRANSID(WS-TRANSID)
                COMMAREA(WS-HCAZ-STATE)
                LENGTH(LENGTH OF WS-HCAZ-STATE)
           END-EXEC.

           EXIT.

      *================================================================*
       RECEIVE-MENU-PAGE2-SELECTION.
      *================================================================*
      * Read back a choice keyed on the second menu page.  PF7 goes   *
      * back to the first page.  The number keyed is looked up in the *
      * same dispatch table as a first-page choice - an option from   *
      * either page is accepted on either - and a bad choice re-sends *
      * this page with the message.                                    *
      *================================================================*
           IF EIBAID EQUAL DFHPF7
             PERFORM SEND-INITIAL-MENU
           END-IF.

           EXEC CICS RECEIVE MAP('HCAZM2')
                MAPSET('HCAZM')
                RESP(WS-RESP)
           END-EXEC.

           MOVE 'N' TO WS-OPTION-FOUND-SW.
           MOVE 'N' TO WS-OPTION-ALLOWED-SW.

           IF WS-RESP EQUAL DFHRESP(NORMAL)
             MOVE MOPTNI TO OPTNI
             PERFORM FIND-MENU-PROGRAM
           END-IF.

           IF WS-OPTION-FOUND
             PERFORM CHECK-OPTION-AUTHORITY
           END-IF.

           IF WS-OPTION-FOUND AND WS-OPTION-ALLOWED
             IF WS-TARGET-REQUEST-ID EQUAL SPACES
               EXEC CICS XCTL PROGRAM(WS-TARGET-PROGRAM)
               END-EXEC
             ELSE
               PERFORM SEND-DATA-ENTRY-SCREEN
             END-IF
           ELSE
             IF WS-OPTION-FOUND
               MOVE 'OPTION NOT AUTHORIZED FOR YOUR ROLE'
                 TO MMSGO
             ELSE
               MOVE 'PLEASE ENTER A VALID MENU OPTION, 1 THROUGH 46'
                 TO MMSGO
             END-IF
             MOVE LENGTH OF MMSGO TO MMSGL
             EXEC CICS SEND MAP('HCAZM2')
                  MAPSET('HCAZM')
                  DATAONLY
             END-EXEC
             MOVE 'M' TO HCAZ-STATE
             MOVE ZERO TO HCAZ-OPTION-IX
             EXEC CICS RETURN TRANSID(WS-TRANSID)
                  COMMAREA(WS-HCAZ-STATE)
                  LENGTH(LENGTH OF WS-HCAZ-STATE)
             END-EXEC
           END-IF.

           EXIT.

      *================================================================*
       CHECK-OPTION-AUTHORITY.
      *================================================================*

           PERFORM MATCH-MENU-OPTION
             VARYING WS-OPTION-IX FROM 1 BY 1
               UNTIL WS-OPTION-IX GREATER THAN 46
                  OR WS-OPTION-FOUND.

           EXIT.
             WHEN 31 PERFORM SET-DATA-ENTRY-SCREEN-31
             WHEN 32 PERFORM SET-DATA-ENTRY-SCREEN-32
             WHEN 33 PERFORM SET-DATA-ENTRY-SCREEN-33
             WHEN 34 PERFORM SET-DATA-ENTRY-SCREEN-34
             WHEN 35 PERFORM SET-DATA-ENTRY-SCREEN-35
             WHEN 36 PERFORM SET-DATA-ENTRY-SCREEN-36
             WHEN 37 PERFORM SET-DATA-ENTRY-SCREEN-37
             WHEN 38 PERFORM SET-DATA-ENTRY-SCREEN-38
             WHEN 39 PERFORM SET-DATA-ENTRY-SCREEN-39
             WHEN 40 PERFORM SET-DATA-ENTRY-SCREEN-40
             WHEN 41 PERFORM SET-DATA-ENTRY-SCREEN-41
             WHEN 42 PERFORM SET-DATA-ENTRY-SCREEN-42
             WHEN 43 PERFORM SET-DATA-ENTRY-SCREEN-43
             WHEN 45 PERFORM SET-DATA-ENTRY-SCREEN-45
             WHEN 46 PERFORM SET-DATA-ENTRY-SCREEN-46
           END-EVALUATE.

           EXEC CICS SEND MAP('HCAZD1')

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-34.
      *================================================================*
      * Maintain Allergies - existing PATIENTID plus the allergen to  *
      * record or withdraw.  The reaction takes the long value field. *
      *================================================================*
           MOVE 'MAINTAIN ALLERGIES'   TO DTITLO.
           MOVE 'ACTION (A/D)'         TO DLBL1O.
           MOVE 'ALLERGEN'             TO DLBL2O.
           MOVE 'TYPE (I/C)'           TO DLBL3O.
           MOVE 'SEVERITY (S/M/L)'     TO DLBL4O.
           MOVE 'RECORDED DATE'        TO DLBL5O.
           MOVE 'REACTION'             TO DLBL9O.

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-35.
      *================================================================*
      * Maintain Clinic Sessions - supervisor-only.  No PATIENTID     *
      * applies; the PID field is left unkeyed.  A withdrawal only    *
      * needs the clinic, weekday and start time.                     *
      *================================================================*
           MOVE 'MAINTAIN CLINIC SESSIONS' TO DTITLO.
           MOVE 'ACTION (A/D)'         TO DLBL1O.
           MOVE 'CLINIC'               TO DLBL2O.
           MOVE 'WEEKDAY (1=MON)'      TO DLBL3O.
           MOVE 'START (HH:MM)'        TO DLBL4O.
           MOVE 'END (HH:MM)'          TO DLBL5O.
           MOVE 'SLOT MINUTES'         TO DLBL6O.
           MOVE 'PATIENTS PER SLOT'    TO DLBL7O.

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-36.
      *================================================================*
      * Next Free Slots - the clinic and the date to search from      *
      * (blank means today).  No PATIENTID applies.                   *
      *================================================================*
           MOVE 'NEXT FREE SLOTS'      TO DTITLO.
           MOVE 'CLINIC'               TO DLBL1O.
           MOVE 'FROM DATE'            TO DLBL2O.

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-37.
      *================================================================*
      * Maintain Immunisations - existing PATIENTID plus the dose to  *
      * record or withdraw.  A blank dose number records the next     *
      * dose of the course; a blank date means today.                 *
      *================================================================*
           MOVE 'MAINTAIN IMMUNISATIONS' TO DTITLO.
           MOVE 'ACTION (A/D)'         TO DLBL1O.
           MOVE 'VACCINE'              TO DLBL2O.
           MOVE 'DOSE NUMBER'          TO DLBL3O.
           MOVE 'BATCH NUMBER'         TO DLBL4O.
           MOVE 'DATE GIVEN'           TO DLBL5O.
           MOVE 'GIVEN BY'             TO DLBL6O.
           MOVE 'SITE'                 TO DLBL8O.

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-38.
      *================================================================*
      * Maintain Vaccine Schedule - supervisor-only.  No PATIENTID    *
      * applies.  Ages and the interval are in months; a maximum age  *
      * of zero means no upper age.  Removal needs only the vaccine   *
      * and dose.                                                      *
      *================================================================*
           MOVE 'MAINTAIN VACCINE SCHEDULE' TO DTITLO.
           MOVE 'ACTION (A/D)'         TO DLBL1O.
           MOVE 'VACCINE'              TO DLBL2O.
           MOVE 'DOSE NUMBER'          TO DLBL3O.
           MOVE 'DUE AGE (MONTHS)'     TO DLBL4O.
           MOVE 'MAX AGE (MONTHS)'     TO DLBL5O.
           MOVE 'INTERVAL (MONTHS)'    TO DLBL6O.
           MOVE 'REPEATS (Y/N)'        TO DLBL7O.
           MOVE 'DESCRIPTION'          TO DLBL9O.

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-39.
      *================================================================*
      * Outbound Referrals - existing PATIENTID.  A new referral      *
      * takes the organisation, specialty, urgency and reason; the    *
      * other actions quote the referral id.  The date is the date    *
      * sent, acknowledged or closed (blank - today), or the hospital *
      * appointment date for P.                                        *
      *================================================================*
           MOVE 'OUTBOUND REFERRALS'   TO DTITLO.
           MOVE 'ORGANISATION'         TO DLBL1O.
           MOVE 'ACTION (N/U/A/P/C)'   TO DLBL2O.
           MOVE 'SPECIALTY'            TO DLBL3O.
           MOVE 'URGENCY (U/S/R)'      TO DLBL4O.
           MOVE 'DATE'                 TO DLBL5O.
           MOVE 'CLINICIAN'            TO DLBL6O.
           MOVE 'REFERRAL ID'          TO DLBL7O.
           MOVE 'REASON'               TO DLBL9O.

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-40.
      *================================================================*
      * Portal Message Inbox - no PATIENTID; the message id names the *
      * patient.  L lists unread messages (for one category, or all   *
      * when blank); O, R and C quote the message id.  A reply runs   *
      * over both reply lines.                                         *
      *================================================================*
           MOVE 'PORTAL MESSAGE INBOX' TO DTITLO.
           MOVE 'REPLY TEXT'           TO DLBL1O.
           MOVE 'ACTION (L/O/R/C)'     TO DLBL2O.
           MOVE 'CATEGORY (P/A/R/G)'   TO DLBL3O.
           MOVE 'MESSAGE ID'           TO DLBL7O.
           MOVE 'REPLY (CONTINUED)'    TO DLBL9O.

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-41.
      *================================================================*
      * Record Patient Death - existing PATIENTID.  Who reported the  *
      * death, the date it happened and how the reporter is related   *
      * to the patient; future bookings, prescriptions, the portal    *
      * login and open alerts are all closed behind it.                *
      *================================================================*
           MOVE 'RECORD PATIENT DEATH' TO DTITLO.
           MOVE 'REPORTED BY'          TO DLBL1O.
           MOVE 'DATE OF DEATH'        TO DLBL2O.
           MOVE 'RELATIONSHIP'         TO DLBL3O.

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-42.
      *================================================================*
      * Contact Preferences and Consent - existing PATIENTID.  The    *
      * reminder channel, an opt-out flag per channel and the EHR     *
      * sharing consent; the consent date defaults to today and only  *
      * counts when the consent flag changes.                          *
      *================================================================*
           MOVE 'CONTACT PREFERENCES'  TO DTITLO.
           MOVE 'ACTION (I/R)'         TO DLBL1O.
           MOVE 'CHANNEL (S/E/P/N)'    TO DLBL2O.
           MOVE 'OPT OUT SMS (Y/N)'    TO DLBL3O.
           MOVE 'OPT OUT EMAIL (Y/N)'  TO DLBL4O.
           MOVE 'OPT OUT POST (Y/N)'   TO DLBL5O.
           MOVE 'SHARE WITH EHR (Y/N)' TO DLBL6O.
           MOVE 'CONSENT DATE'         TO DLBL7O.
           MOVE 'UPDATE TOKEN'         TO DLBL8O.

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-43.
      *================================================================*
      * Lab Test Orders - existing PATIENTID.  A new order takes the  *
      * ordering clinician and up to five test codes, with notes for  *
      * the lab and the order date (blank - today); a cancellation    *
      * quotes the order id.                                           *
      *================================================================*
           MOVE 'LAB TEST ORDERS'      TO DTITLO.
           MOVE 'CLINICIAN'            TO DLBL1O.
           MOVE 'ACTION (N/C)'         TO DLBL2O.
           MOVE 'TEST CODE 1'          TO DLBL3O.
           MOVE 'TEST CODE 2'          TO DLBL4O.
           MOVE 'TEST CODE 3'          TO DLBL5O.
           MOVE 'TEST CODE 4'          TO DLBL6O.
           MOVE 'ORDER DATE'           TO DLBL7O.
           MOVE 'TEST CODE 5'          TO DLBL8O.
           MOVE 'NOTES FOR THE LAB'    TO DLBL9O.
           MOVE 'ORDER ID'             TO DLBL10O.

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-45.
      *================================================================*
      * Maintain Problem List - existing PATIENTID plus the condition *
      * code to record, resolve or withdraw.  A blank diagnosed or    *
      * resolved date means today.                                     *
      *================================================================*
           MOVE 'MAINTAIN PROBLEM LIST' TO DTITLO.
           MOVE 'ACTION (A/R/D)'       TO DLBL1O.
           MOVE 'CONDITION CODE'       TO DLBL2O.
           MOVE 'DIAGNOSED DATE'       TO DLBL3O.
           MOVE 'RESOLVED DATE'        TO DLBL4O.

           EXIT.

      *================================================================*
       SET-DATA-ENTRY-SCREEN-46.
      *================================================================*
      * Report/Extract Requests - queue an overnight run of HCCSBR01, *
      * HCSABR01, HCMVBR01 or HCRSBR01 for the PATIENTID keyed (type  *
      * P) or a date range (type D), or list the operator's own       *
      * requests and their status - all of them, or the one quoted.   *
      *================================================================*
           MOVE 'REPORT/EXTRACT REQUESTS' TO DTITLO.
           MOVE 'ACTION (S/I)'         TO DLBL1O.
           MOVE 'JOB NAME'             TO DLBL2O.
           MOVE 'SELECT TYPE (P/D)'    TO DLBL3O.
           MOVE 'DATE FROM'            TO DLBL4O.
           MOVE 'DATE TO'              TO DLBL5O.
           MOVE 'REQUEST ID'           TO DLBL10O.

           EXIT.

      *================================================================*
       RECEIVE-DATA-ENTRY.
      *================================================================*
               WHEN 33
                 PERFORM MOVE-FIELDS-PATIENT-ID
                 PERFORM MOVE-FIELDS-VOID-VISIT
               WHEN 34
                 PERFORM MOVE-FIELDS-PATIENT-ID
                 PERFORM MOVE-FIELDS-ALLERGY
               WHEN 35
                 PERFORM MOVE-FIELDS-SESSION
               WHEN 36
                 PERFORM MOVE-FIELDS-FREE-SLOTS
               WHEN 37
                 PERFORM MOVE-FIELDS-PATIENT-ID
                 PERFORM MOVE-FIELDS-IMMUNISATION
               WHEN 38
                 PERFORM MOVE-FIELDS-VACC-SCHEDULE
               WHEN 39
                 PERFORM MOVE-FIELDS-PATIENT-ID
                 PERFORM MOVE-FIELDS-REFERRAL
               WHEN 40
                 PERFORM MOVE-FIELDS-MESSAGE
               WHEN 41
                 PERFORM MOVE-FIELDS-PATIENT-ID
                 PERFORM MOVE-FIELDS-RECORD-DEATH
               WHEN 42
                 PERFORM MOVE-FIELDS-PATIENT-ID
                 PERFORM MOVE-FIELDS-PREFERENCES
               WHEN 43
                 PERFORM MOVE-FIELDS-PATIENT-ID
                 PERFORM MOVE-FIELDS-LAB-ORDER
               WHEN 45
                 PERFORM MOVE-FIELDS-PATIENT-ID
                 PERFORM MOVE-FIELDS-PROBLEM
               WHEN 46
                 PERFORM MOVE-FIELDS-PATIENT-ID
                 PERFORM MOVE-FIELDS-REPORT-REQUEST
             END-EVALUATE

             EXEC CICS XCTL PROGRAM(WS-TARGET-PROGRAM)

           EXIT.

      *================================================================*
       MOVE-FIELDS-ALLERGY.
      *================================================================*
           MOVE DVAL1I TO CA-ALLERGY-ACTION.
           MOVE DVAL2I TO CA-ALLERGEN.
           MOVE DVAL3I TO CA-ALLERGEN-TYPE.
           MOVE DVAL4I TO CA-ALLERGY-SEVERITY.
           MOVE DVAL5I TO CA-ALLERGY-RECORDED-DATE.
           MOVE DVAL9I TO CA-ALLERGY-REACTION.

           EXIT.

      *================================================================*
       MOVE-FIELDS-SESSION.
      *================================================================*
      * Slot minutes and capacity are captured as plain digits off    *
      * the screen - moved through the DISPLAY numeric edit fields    *
      * first, like the PID above.                                     *
      *================================================================*
           MOVE DVAL1I TO CA-SESSION-ACTION.
           MOVE DVAL2I TO CA-SESSION-CLINIC.
           MOVE DVAL3I (1:1) TO CA-SESSION-WEEKDAY.
           MOVE DVAL4I TO CA-SESSION-START.
           MOVE DVAL5I TO CA-SESSION-END.
           MOVE DVAL6I TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO CA-SESSION-SLOT-MINS.
           MOVE DVAL7I TO WS-ROWS-EDIT.
           MOVE WS-ROWS-EDIT TO CA-SESSION-CAPACITY.

           EXIT.

      *================================================================*
       MOVE-FIELDS-FREE-SLOTS.
      *================================================================*
           MOVE DVAL1I TO CA-APPT-CLINIC.
           MOVE DVAL2I TO CA-APPT-DATE.

           EXIT.

      *================================================================*
       MOVE-FIELDS-IMMUNISATION.
      *================================================================*
           MOVE DVAL1I TO CA-IMMUN-ACTION.
           MOVE DVAL2I TO CA-IMMUN-VACCINE.
           MOVE DVAL3I TO WS-ROWS-EDIT.
           MOVE WS-ROWS-EDIT TO CA-IMMUN-DOSE-NUMBER.
           MOVE DVAL4I TO CA-IMMUN-BATCH-NUMBER.
           MOVE DVAL5I TO CA-IMMUN-GIVEN-DATE.
           MOVE DVAL6I TO CA-IMMUN-GIVEN-BY.
           MOVE DVAL8I TO CA-IMMUN-SITE.

           EXIT.

      *================================================================*
       MOVE-FIELDS-VACC-SCHEDULE.
      *================================================================*
      * Ages and the interval are plain digits off the screen, moved  *
      * through the DISPLAY numeric edit fields first.                *
      *================================================================*
           MOVE DVAL1I TO CA-VSC-ACTION.
           MOVE DVAL2I TO CA-VSC-VACCINE.
           MOVE DVAL3I TO WS-ROWS-EDIT.
           MOVE WS-ROWS-EDIT TO CA-VSC-DOSE-NUMBER.
           MOVE DVAL4I TO WS-AGE-EDIT.
           MOVE WS-AGE-EDIT TO CA-VSC-MIN-AGE.
           MOVE DVAL5I TO WS-AGE-EDIT.
           MOVE WS-AGE-EDIT TO CA-VSC-MAX-AGE.
           MOVE DVAL6I TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO CA-VSC-INTERVAL.
           MOVE DVAL7I TO CA-VSC-REPEATS.
           MOVE DVAL9I TO CA-VSC-DESCRIPTION.

           EXIT.

      *================================================================*
       MOVE-FIELDS-REFERRAL.
      *================================================================*
           MOVE DVAL1I TO CA-REF-ORGANISATION.
           MOVE DVAL2I TO CA-REF-ACTION.
           MOVE DVAL3I TO CA-REF-SPECIALTY.
           MOVE DVAL4I TO CA-REF-URGENCY.
           MOVE DVAL5I TO CA-REF-EVENT-DATE.
           MOVE DVAL6I TO CA-REF-CLINICIAN.
           MOVE DVAL7I TO WS-APPT-EDIT.
           MOVE WS-APPT-EDIT TO CA-REF-REFERRAL-ID.
           MOVE DVAL9I TO CA-REF-REASON.

           EXIT.

      *================================================================*
       MOVE-FIELDS-MESSAGE.
      *================================================================*
           MOVE DVAL1I TO CA-MSG-REPLY-TEXT (1:50).
           MOVE DVAL2I TO CA-MSG-ACTION.
           MOVE DVAL3I TO CA-MSG-CATEGORY.
           MOVE DVAL7I TO WS-APPT-EDIT.
           MOVE WS-APPT-EDIT TO CA-MSG-MESSAGE-ID.
           MOVE DVAL9I TO CA-MSG-REPLY-TEXT (51:50).

           EXIT.

      *================================================================*
       MOVE-FIELDS-RECORD-DEATH.
      *================================================================*
           MOVE DVAL1I TO CA-DEATH-REPORTED-BY.
           MOVE DVAL2I TO CA-DEATH-DATE.
           MOVE DVAL3I TO CA-DEATH-REPORTER-RELATION.

           EXIT.

      *================================================================*
       MOVE-FIELDS-PREFERENCES.
      *================================================================*
           MOVE DVAL1I TO CA-PREF-ACTION.
           MOVE DVAL2I TO CA-PREF-CHANNEL.
           MOVE DVAL3I TO CA-PREF-OPTOUT-SMS.
           MOVE DVAL4I TO CA-PREF-OPTOUT-EMAIL.
           MOVE DVAL5I TO CA-PREF-OPTOUT-POST.
           MOVE DVAL6I TO CA-PREF-SHARE-CONSENT.
           MOVE DVAL7I TO CA-PREF-CONSENT-DATE.
           MOVE DVAL8I TO WS-TOKEN-EDIT.
           MOVE WS-TOKEN-EDIT TO CA-PREF-UPDATE-TOKEN.

           EXIT.

      *================================================================*
       MOVE-FIELDS-LAB-ORDER.
      *================================================================*
           MOVE DVAL1I TO CA-LBO-CLINICIAN.
           MOVE DVAL2I TO CA-LBO-ACTION.
           MOVE DVAL3I TO CA-LBO-TEST-CODE (1).
           MOVE DVAL4I TO CA-LBO-TEST-CODE (2).
           MOVE DVAL5I TO CA-LBO-TEST-CODE (3).
           MOVE DVAL6I TO CA-LBO-TEST-CODE (4).
           MOVE DVAL7I TO CA-LBO-ORDER-DATE.
           MOVE DVAL8I TO CA-LBO-TEST-CODE (5).
           MOVE DVAL9I TO CA-LBO-NOTES.
           MOVE DVAL10I TO WS-APPT-EDIT.
           MOVE WS-APPT-EDIT TO CA-LBO-ORDER-ID.

           EXIT.

      *================================================================*
       MOVE-FIELDS-PROBLEM.
      *================================================================*
           MOVE DVAL1I TO CA-PRB-ACTION.
           MOVE DVAL2I TO CA-PRB-CONDITION.
           MOVE DVAL3I TO CA-PRB-DIAGNOSED-DATE.
           MOVE DVAL4I TO CA-PRB-RESOLVED-DATE.

           EXIT.

      *================================================================*
       MOVE-FIELDS-REPORT-REQUEST.
      *================================================================*
           MOVE DVAL1I TO CA-RRQ-ACTION.
           MOVE DVAL2I TO CA-RRQ-JOB-NAME.
           MOVE DVAL3I TO CA-RRQ-SELECT-TYPE.
           MOVE DVAL4I TO CA-RRQ-DATE-FROM.
           MOVE DVAL5I TO CA-RRQ-DATE-TO.
           MOVE DVAL10I TO WS-APPT-EDIT.
           MOVE WS-APPT-EDIT TO CA-RRQ-REQUEST-ID.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
