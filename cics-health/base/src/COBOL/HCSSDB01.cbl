      ******************************************************************
      *                                                                *
      *              Maintain Clinic Sessions                          *
      *                                                                *
      *   To add, re-state or withdraw the sessions each clinic runs   *
      *  on the DB2 CLINICSESSION table - weekday, start and end time, *
      *  the length of an appointment slot and how many patients one   *
      *  slot takes.  HCSCDB01 holds every book and rebook to these    *
      *  rows and answers the next-free-slots inquiry from them.       *
      *                                                                *
      *   A session is keyed on clinic, weekday and start time.  An    *
      *  add for one already on file re-states it, and brings it back  *
      *  to active if it had been withdrawn - the update-then-insert   *
      *  shape HCECDB01 uses for contacts; a new session may not       *
      *  overlap another the clinic runs that day.  A withdrawal       *
      *  marks the row inactive rather than deleting it.  Appointments *
      *  already booked into a withdrawn session are left where they   *
      *  are for the desk to rebook - nothing is cancelled from here.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSSDB01.
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
                                        VALUE 'HCSSDB01------WS'.
           03 WS-TRANSID               PIC X(4).
           03 WS-TERMID                PIC X(4).
           03 WS-TASKNUM               PIC 9(7).
           03 WS-FILLER                PIC X.
           03 WS-ADDR-DFHCOMMAREA      USAGE is POINTER.
           03 WS-CALEN                 PIC S9(4) COMP.

      *
       01  WS-RESP                   PIC S9(8) COMP.

      *----------------------------------------------------------------*
       COPY HCERRSWS.

      *----------------------------------------------------------------*
      * Definitions required for data manipulation                     *
      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +26.
           03 WS-CA-SESSION-LEN        PIC S9(4) COMP VALUE +27.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     SMALLINT    :   PIC S9(4) COMP                             *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     CHAR(5)     :   PIC X(5)   (times held HH:MM)              *
      *----------------------------------------------------------------*
      * Host variables for input to DB2 integer types
       01  DB2-IN.
           03 DB2-WEEKDAY              PIC S9(4) COMP.
           03 DB2-SLOT-MINS            PIC S9(4) COMP.
           03 DB2-CAPACITY             PIC S9(4) COMP.
      * Count of other active sessions the new one would overlap
       01  DB2-OVERLAP-COUNT           PIC S9(9) COMP.
      * Start and end times checked as HH:MM
       01  WS-TIME-HHMM                PIC X(05).
       01  FILLER REDEFINES WS-TIME-HHMM.
           03 WS-TIME-HH               PIC 9(02).
           03 WS-TIME-SEP              PIC X(01).
           03 WS-TIME-MM               PIC 9(02).
       01  WS-TIME-SW                  PIC X(01).
           88 WS-TIME-VALID                      VALUE 'Y'.
      *----------------------------------------------------------------*

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

       01  DFHCOMMAREA.
           EXEC SQL
             INCLUDE HCCMAREA
           END-EXEC.

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
      *----------------------------------------------------------------*

      * initialize DB2 host variables
           INITIALIZE DB2-IN.

      *----------------------------------------------------------------*
      * Process incoming commarea                                      *
      *----------------------------------------------------------------*
      * If NO commarea received issue an ABEND
           IF EIBCALEN IS EQUAL TO ZERO
               MOVE ' NO COMMAREA RECEIVED' TO EM-VARIABLE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS ABEND ABCODE('HCCA') NODUMP END-EXEC
           END-IF

      * initialize commarea return code to zero
           MOVE RC-SUCCESS TO CA-RETURN-CODE.
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.

      * this program only maintains the session master - a commarea
      * built for some other transaction is rejected here
           IF NOT CA-REQ-MAINT-SESSION
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * check commarea length - must cover the full session request
           ADD WS-CA-HEADER-LEN  TO WS-REQUIRED-CA-LEN
           ADD WS-CA-SESSION-LEN TO WS-REQUIRED-CA-LEN

      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE RC-CA-TOO-SHORT TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * every request names the clinic, weekday and start time that
      * key the session; an add must also give a slot length and a
      * capacity, or HCSCDB01 would have nothing to book against
           IF (NOT CA-SESSION-ADD AND NOT CA-SESSION-DELETE)
              OR CA-SESSION-CLINIC EQUAL SPACES
              OR CA-SESSION-WEEKDAY IS NOT NUMERIC
              OR NOT CA-SESSION-WEEKDAY-VALID
              OR (CA-SESSION-ADD
                  AND (CA-SESSION-SLOT-MINS IS NOT NUMERIC
                       OR CA-SESSION-SLOT-MINS EQUAL ZERO
                       OR CA-SESSION-CAPACITY IS NOT NUMERIC
                       OR CA-SESSION-CAPACITY EQUAL ZERO))
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM VALIDATE-SESSION-TIMES

           MOVE CA-SESSION-WEEKDAY TO DB2-WEEKDAY
           MOVE CA-SESSION-SLOT-MINS TO DB2-SLOT-MINS
           MOVE CA-SESSION-CAPACITY TO DB2-CAPACITY
      * and save clinic in error msg field incase required
           MOVE CA-SESSION-CLINIC TO EM-VARIABLE

      * Call routine to apply the add/re-state or withdrawal         *
           IF CA-SESSION-ADD
             PERFORM CHECK-SESSION-OVERLAP
             PERFORM UPDATE-SESSION
             IF SQLCODE EQUAL 100
               PERFORM INSERT-SESSION
             END-IF
           ELSE
             PERFORM WITHDRAW-SESSION
           END-IF

      *    Return to caller
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       VALIDATE-SESSION-TIMES.
      *================================================================*
      * Start (and, for an add, end) must be HH:MM, 24-hour - bad      *
      * times are refused like a bad date.  The session must end       *
      * after it starts; HH:MM compares correctly as characters.       *
      *================================================================*
           MOVE CA-SESSION-START TO WS-TIME-HHMM
           PERFORM CHECK-TIME-SHAPE
           IF NOT WS-TIME-VALID
             MOVE RC-INVALID-DATE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           IF CA-SESSION-ADD
             MOVE CA-SESSION-END TO WS-TIME-HHMM
             PERFORM CHECK-TIME-SHAPE
             IF NOT WS-TIME-VALID
                OR CA-SESSION-END NOT GREATER THAN CA-SESSION-START
               MOVE RC-INVALID-DATE TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       CHECK-TIME-SHAPE.
      *----------------------------------------------------------------*
           MOVE 'Y' TO WS-TIME-SW
           IF WS-TIME-HH IS NOT NUMERIC
              OR WS-TIME-MM IS NOT NUMERIC
              OR WS-TIME-SEP NOT EQUAL ':'
              OR WS-TIME-HH GREATER THAN 23
              OR WS-TIME-MM GREATER THAN 59
             MOVE 'N' TO WS-TIME-SW
           END-IF.

           EXIT.

      *================================================================*
       CHECK-SESSION-OVERLAP.
      *================================================================*
      * Any other active session for the clinic that day which starts  *
      * before this one ends and ends after it starts would put two    *
      * sets of slots over the same time.  The session being re-stated *
      * (same start time) is not counted against itself.               *
      *================================================================*
           MOVE ' CHECK SESSION OVERLAP' TO EM-SQLREQ
             EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-OVERLAP-COUNT
                 FROM CLINICSESSION
                WHERE CLINIC     = :CA-SESSION-CLINIC
                  AND WEEKDAY    = :DB2-WEEKDAY
                  AND STATUS     = 'A'
                  AND STARTTIME <> :CA-SESSION-START
                  AND STARTTIME  < :CA-SESSION-END
                  AND ENDTIME    > :CA-SESSION-START
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF

             IF DB2-OVERLAP-COUNT GREATER THAN ZERO
               MOVE RC-SESSION-OVERLAP TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       UPDATE-SESSION.
      *================================================================*
      * Re-state a session already on file, active or withdrawn - a    *
      * withdrawn one is made active again rather than a second row    *
      * being inserted on the same key.  SQLCODE 100 just means no     *
      * session at that start time yet - the insert leg handles that.  *
      *================================================================*
           MOVE ' UPDATE SESSION' TO EM-SQLREQ
             EXEC SQL
               UPDATE CLINICSESSION
                  SET ENDTIME   = :CA-SESSION-END,
                      SLOTMINS  = :DB2-SLOT-MINS,
                      SLOTCAP   = :DB2-CAPACITY,
                      UPDATEDBY = :CA-OPERATOR-ID,
                      UPDATEDTS = CURRENT TIMESTAMP,
                      STATUS    = 'A'
                WHERE CLINIC    = :CA-SESSION-CLINIC
                  AND WEEKDAY   = :DB2-WEEKDAY
                  AND STARTTIME = :CA-SESSION-START
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 CONTINUE
               WHEN 100
                 CONTINUE
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *================================================================*
       INSERT-SESSION.
      *================================================================*
      * Nothing active at this start time yet - file one.              *
      *================================================================*
           MOVE ' INSERT SESSION' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO CLINICSESSION
                         ( CLINIC,
                           WEEKDAY,
                           STARTTIME,
                           ENDTIME,
                           SLOTMINS,
                           SLOTCAP,
                           STATUS,
                           UPDATEDBY,
                           UPDATEDTS )
                  VALUES ( :CA-SESSION-CLINIC,
                           :DB2-WEEKDAY,
                           :CA-SESSION-START,
                           :CA-SESSION-END,
                           :DB2-SLOT-MINS,
                           :DB2-CAPACITY,
                           'A',
                           :CA-OPERATOR-ID,
                           CURRENT TIMESTAMP )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *================================================================*
       WITHDRAW-SESSION.
      *================================================================*
      * The session stops taking bookings; the row is kept, marked     *
      * inactive with who withdrew it and when.  Nothing active at     *
      * that start time answers RC-NOT-FOUND.                          *
      *================================================================*
           MOVE ' WITHDRAW SESSION' TO EM-SQLREQ
             EXEC SQL
               UPDATE CLINICSESSION
                  SET STATUS    = 'I',
                      UPDATEDBY = :CA-OPERATOR-ID,
                      UPDATEDTS = CURRENT TIMESTAMP
                WHERE CLINIC    = :CA-SESSION-CLINIC
                  AND WEEKDAY   = :DB2-WEEKDAY
                  AND STARTTIME = :CA-SESSION-START
                  AND STATUS    = 'A'
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 MOVE RC-SUCCESS TO CA-RETURN-CODE
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
