      *  HCCLBR01 list.  The morning clinic list is printed            *
      *  separately by HCCLBR01.                                       *
      *                                                                *
      *   Bookings are held to the CLINICSESSION master HCSSDB01       *
      *  maintains: a book or rebook must fall on the start of a slot  *
      *  inside a session the clinic runs that weekday, and the slot   *
      *  must not already hold the session's capacity of booked and    *
      *  attended appointments.  An FSLOTS inquiry walks the clinic's  *
      *  sessions forward from a date and hands back the next ten      *
      *  slots with room, so the desk can offer the patient a choice.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCSCDB01.
      * Fields to be used to check that commarea is correct length
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +26.
           03 WS-CA-APPT-LEN           PIC S9(4) COMP VALUE +450.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      *----------------------------------------------------------------*
           03 DB2-APT-STATUS           PIC X(01).
      * Subscript used while filling in CA-APPT-RESULT
       01  WS-APPT-IX                  PIC 9(02) COMP.
      * Host variables for the CLINICSESSION master and the slot being
      * checked - times are held HH:MM, the shape the desk keys
       01  DB2-SESSION.
           03 DB2-SLOT-DATE            PIC X(10).
           03 DB2-SLOT-TIME            PIC X(05).
           03 DB2-SES-START            PIC X(05).
           03 DB2-SES-END              PIC X(05).
           03 DB2-SES-SLOT-MINS        PIC S9(4) COMP.
           03 DB2-SES-CAPACITY         PIC S9(4) COMP.
           03 DB2-SLOT-BOOKED          PIC S9(9) COMP.
           03 DB2-WEEKDAY              PIC S9(4) COMP.
      * Free-slot search window - the from-date, today and the time
      * now (slots already past today are not offered), and how many
      * days forward of the from-date are being looked at
       01  DB2-FREE-SLOT-SEARCH.
           03 DB2-FROM-DATE            PIC X(10).
           03 DB2-TODAY                PIC X(10).
           03 DB2-NOW-TIME             PIC X(05).
           03 DB2-DAY-OFFSET           PIC S9(4) COMP.
       01  WS-FREE-SLOT-DAYS           PIC S9(4) COMP VALUE +28.
       01  WS-SESSION-EOF              PIC X(01) VALUE 'N'.
           88 WS-SESSION-AT-EOF                  VALUE 'Y'.
      * HH:MM to minutes-since-midnight and back, for slot arithmetic
       01  WS-TIME-HHMM                PIC X(05).
       01  FILLER REDEFINES WS-TIME-HHMM.
           03 WS-TIME-HH               PIC 9(02).
           03 WS-TIME-SEP              PIC X(01).
           03 WS-TIME-MM               PIC 9(02).
       01  WS-SLOT-WORK.
           03 WS-TIME-MINUTES          PIC 9(04) COMP.
           03 WS-SES-START-MINS        PIC 9(04) COMP.
           03 WS-SES-END-MINS          PIC 9(04) COMP.
           03 WS-SLOT-MINS             PIC 9(04) COMP.
           03 WS-SLOT-OFFSET           PIC 9(04) COMP.
           03 WS-SLOT-QUOTIENT         PIC 9(04) COMP.
           03 WS-SLOT-REMAINDER        PIC 9(04) COMP.

      *----------------------------------------------------------------*
      *    DB2 CONTROL
           MOVE EIBCALEN TO WS-CALEN.
           SET WS-ADDR-DFHCOMMAREA TO ADDRESS OF DFHCOMMAREA.

      * this program only handles the six scheduling request types -
      * a commarea built for some other transaction is rejected here
           IF NOT CA-REQ-BOOK-APPOINTMENT
              AND NOT CA-REQ-REBOOK-APPOINTMENT
              AND NOT CA-REQ-CANCEL-APPOINTMENT
              AND NOT CA-REQ-INQ-APPOINTMENT
              AND NOT CA-REQ-CHECKIN-APPOINTMENT
              AND NOT CA-REQ-FREE-SLOTS
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF
             WHEN CA-REQ-BOOK-APPOINTMENT
               PERFORM CHECK-PATIENT-ACTIVE
               PERFORM VALIDATE-APPOINTMENT-DATE
               MOVE ZERO TO DB2-APPT-ID
               PERFORM CHECK-SESSION-SLOT
               PERFORM BOOK-APPOINTMENT
             WHEN CA-REQ-REBOOK-APPOINTMENT
               PERFORM VALIDATE-APPOINTMENT-DATE
               MOVE CA-APPT-ID TO DB2-APPT-ID
               PERFORM CHECK-SESSION-SLOT
               PERFORM REBOOK-APPOINTMENT
             WHEN CA-REQ-CANCEL-APPOINTMENT
               PERFORM CANCEL-APPOINTMENT
               PERFORM LIST-APPOINTMENTS
             WHEN CA-REQ-CHECKIN-APPOINTMENT
               PERFORM CHECKIN-APPOINTMENT
             WHEN CA-REQ-FREE-SLOTS
               PERFORM LIST-FREE-SLOTS
           END-EVALUATE.

      *    Return to caller
                  AND APPTDATE >= CURRENT DATE
                ORDER BY APPTDATE, APPTTIME
           END-EXEC.
      * The sessions a clinic runs on one weekday, earliest first,    *
      * for the free-slot search.                                      *
           EXEC SQL
               DECLARE SESSCUR CURSOR FOR
               SELECT STARTTIME,
                      ENDTIME,
                      SLOTMINS,
                      SLOTCAP
                 FROM CLINICSESSION
                WHERE CLINIC  = :CA-APPT-CLINIC
                  AND WEEKDAY = :DB2-WEEKDAY
                  AND STATUS  = 'A'
                ORDER BY STARTTIME
           END-EXEC.
           EXIT.

      *================================================================*

           EXIT.

      *================================================================*
       VALIDATE-APPOINTMENT-TIME.
      *================================================================*
      * CA-APPT-TIME is keyed HH:MM (24-hour); HH:MM:00 is accepted   *
      * too.  Anything else is refused like a bad date.  The time is  *
      * stored back as plain HH:MM so every booking for a slot        *
      * carries the same value the slot count looks for.              *
      *================================================================*
           MOVE CA-APPT-TIME (1:5) TO WS-TIME-HHMM

           IF WS-TIME-HH IS NOT NUMERIC
              OR WS-TIME-MM IS NOT NUMERIC
              OR WS-TIME-SEP NOT EQUAL ':'
              OR WS-TIME-HH GREATER THAN 23
              OR WS-TIME-MM GREATER THAN 59
              OR (CA-APPT-TIME (6:3) NOT EQUAL SPACES
                  AND CA-APPT-TIME (6:3) NOT EQUAL ':00')
             MOVE RC-INVALID-DATE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE WS-TIME-HHMM TO CA-APPT-TIME.

           EXIT.

      *================================================================*
       CHECK-SESSION-SLOT.
      *================================================================*
      * The slot asked for must start a slot inside a session the     *
      * clinic runs on that weekday, and must still have room.  On a  *
      * rebook DB2-APPT-ID holds the appointment being moved, so it   *
      * isn't counted against the slot it may already sit in; on a    *
      * book it is zero.                                               *
      *================================================================*
           PERFORM VALIDATE-APPOINTMENT-TIME

           MOVE CA-APPT-DATE  TO DB2-SLOT-DATE
           MOVE WS-TIME-HHMM  TO DB2-SLOT-TIME

           MOVE ' SELECT SESSION' TO EM-SQLREQ
             EXEC SQL
               SELECT STARTTIME,
                      ENDTIME,
                      SLOTMINS,
                      SLOTCAP
                 INTO :DB2-SES-START,
                      :DB2-SES-END,
                      :DB2-SES-SLOT-MINS,
                      :DB2-SES-CAPACITY
                 FROM CLINICSESSION
                WHERE CLINIC    = :CA-APPT-CLINIC
                  AND WEEKDAY   = DAYOFWEEK_ISO(DATE(:DB2-SLOT-DATE))
                  AND STATUS    = 'A'
                  AND STARTTIME <= :DB2-SLOT-TIME
                  AND ENDTIME   >  :DB2-SLOT-TIME
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 CONTINUE
               WHEN 100
                 MOVE RC-NO-SESSION TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE

      * a time inside the session but between slot starts (09:10 in a
      * session of 15-minute slots from 09:00) is not a slot at all
           MOVE DB2-SLOT-TIME TO WS-TIME-HHMM
           PERFORM TIME-TO-MINUTES
           MOVE WS-TIME-MINUTES TO WS-SLOT-OFFSET
           MOVE DB2-SES-START TO WS-TIME-HHMM
           PERFORM TIME-TO-MINUTES
           SUBTRACT WS-TIME-MINUTES FROM WS-SLOT-OFFSET
           IF DB2-SES-SLOT-MINS GREATER THAN ZERO
             DIVIDE WS-SLOT-OFFSET BY DB2-SES-SLOT-MINS
               GIVING WS-SLOT-QUOTIENT
               REMAINDER WS-SLOT-REMAINDER
           ELSE
             MOVE 1 TO WS-SLOT-REMAINDER
           END-IF
           IF WS-SLOT-REMAINDER NOT EQUAL ZERO
             MOVE RC-NO-SESSION TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM COUNT-SLOT-BOOKINGS

           IF DB2-SLOT-BOOKED NOT LESS THAN DB2-SES-CAPACITY
             MOVE RC-SLOT-FULL TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       COUNT-SLOT-BOOKINGS.
      *----------------------------------------------------------------*
      * Appointments already holding the clinic's DB2-SLOT-DATE/TIME   *
      * slot - booked, or attended on the day.  Cancelled and no-show  *
      * appointments free their place.                                 *
           MOVE ' COUNT SLOT BOOKINGS' TO EM-SQLREQ
             EXEC SQL
               SELECT COUNT(*)
                 INTO :DB2-SLOT-BOOKED
                 FROM APPOINTMENT
                WHERE CLINIC   = :CA-APPT-CLINIC
                  AND APPTDATE = :DB2-SLOT-DATE
                  AND APPTTIME = :DB2-SLOT-TIME
                  AND STATUS IN ('B', 'A')
                  AND APPTID  <> :DB2-APPT-ID
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF.

           EXIT.

      *----------------------------------------------------------------*
       TIME-TO-MINUTES.
      *----------------------------------------------------------------*
           COMPUTE WS-TIME-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.

           EXIT.

      *----------------------------------------------------------------*
       MINUTES-TO-TIME.
      *----------------------------------------------------------------*
           DIVIDE WS-TIME-MINUTES BY 60
             GIVING WS-TIME-HH
             REMAINDER WS-TIME-MM.
           MOVE ':' TO WS-TIME-SEP.

           EXIT.

      *================================================================*
       BOOK-APPOINTMENT.
      *================================================================*
             MOVE WS-APPT-IX     TO CA-APPT-COUNT
           END-IF.

           EXIT.

      *================================================================*
       LIST-FREE-SLOTS.
      *================================================================*
      * Walk CA-APPT-CLINIC's sessions a day at a time from the       *
      * from-date (blank, or a date already past, means today) for up *
      * to WS-FREE-SLOT-DAYS days, and return the first ten slots     *
      * with room in CA-APPT-RESULT, with the places still open in    *
      * each.  Slots already gone by today are skipped.                *
      *================================================================*
           IF CA-APPT-CLINIC EQUAL SPACES
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           EXEC SQL
                SET :DB2-TODAY = CHAR(CURRENT DATE, ISO)
           END-EXEC
           EXEC SQL
                SET :DB2-NOW-TIME =
                    SUBSTR(CHAR(CURRENT TIME, JIS), 1, 5)
           END-EXEC

           IF CA-APPT-DATE EQUAL SPACES
             MOVE DB2-TODAY TO DB2-FROM-DATE
           ELSE
             PERFORM VALIDATE-APPOINTMENT-DATE
             MOVE CA-APPT-DATE TO DB2-FROM-DATE
             IF DB2-FROM-DATE LESS THAN DB2-TODAY
               MOVE DB2-TODAY TO DB2-FROM-DATE
             END-IF
           END-IF

           MOVE ZERO TO DB2-APPT-ID
           MOVE 0 TO CA-APPT-COUNT
           MOVE 0 TO WS-APPT-IX

           PERFORM SCAN-FREE-SLOT-DAY
             VARYING DB2-DAY-OFFSET FROM 0 BY 1
               UNTIL DB2-DAY-OFFSET NOT LESS THAN WS-FREE-SLOT-DAYS
                  OR WS-APPT-IX = 10

           IF CA-APPT-COUNT GREATER THAN ZERO
             MOVE RC-SUCCESS TO CA-RETURN-CODE
           ELSE
             MOVE RC-NOT-FOUND TO CA-RETURN-CODE
           END-IF.

           EXIT.

      *----------------------------------------------------------------*
       SCAN-FREE-SLOT-DAY.
      *----------------------------------------------------------------*
      * One day of the search - resolve the date and its weekday, then *
      * work through whatever sessions the clinic runs that weekday.   *
           MOVE ' SELECT SLOT DAY' TO EM-SQLREQ
           EXEC SQL
               SELECT CHAR(DATE(:DB2-FROM-DATE) + :DB2-DAY-OFFSET DAYS,
                           ISO),
                      DAYOFWEEK_ISO(DATE(:DB2-FROM-DATE)
                                    + :DB2-DAY-OFFSET DAYS)
                 INTO :DB2-SLOT-DATE,
                      :DB2-WEEKDAY
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             MOVE RC-SQL-ERROR TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'N' TO WS-SESSION-EOF

           MOVE ' OPEN SESSCUR' TO EM-SQLREQ
           EXEC SQL
               OPEN SESSCUR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             MOVE RC-SQL-ERROR TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FETCH-SESSION-ROW
           PERFORM SCAN-FREE-SLOT-SESSION
             UNTIL WS-SESSION-AT-EOF
                OR WS-APPT-IX = 10

           MOVE ' CLOSE SESSCUR' TO EM-SQLREQ
           EXEC SQL
               CLOSE SESSCUR
           END-EXEC.

           EXIT.

      *----------------------------------------------------------------*
       FETCH-SESSION-ROW.
      *----------------------------------------------------------------*
           MOVE ' FETCH SESSCUR' TO EM-SQLREQ
           EXEC SQL
               FETCH SESSCUR
                INTO :DB2-SES-START,
                     :DB2-SES-END,
                     :DB2-SES-SLOT-MINS,
                     :DB2-SES-CAPACITY
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-SESSION-EOF
             WHEN OTHER
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
           END-EVALUATE.

           EXIT.

      *----------------------------------------------------------------*
       SCAN-FREE-SLOT-SESSION.
      *----------------------------------------------------------------*
      * Every slot start in the session just fetched, in time order.   *
           MOVE DB2-SES-START TO WS-TIME-HHMM
           PERFORM TIME-TO-MINUTES
           MOVE WS-TIME-MINUTES TO WS-SES-START-MINS
           MOVE DB2-SES-END TO WS-TIME-HHMM
           PERFORM TIME-TO-MINUTES
           MOVE WS-TIME-MINUTES TO WS-SES-END-MINS

           IF DB2-SES-SLOT-MINS GREATER THAN ZERO
             PERFORM CHECK-FREE-SLOT
               VARYING WS-SLOT-MINS FROM WS-SES-START-MINS
                    BY DB2-SES-SLOT-MINS
                 UNTIL WS-SLOT-MINS NOT LESS THAN WS-SES-END-MINS
                    OR WS-APPT-IX = 10
           END-IF

           PERFORM FETCH-SESSION-ROW.

           EXIT.

      *----------------------------------------------------------------*
       CHECK-FREE-SLOT.
      *----------------------------------------------------------------*
      * Offer the slot starting WS-SLOT-MINS after midnight if it has  *
      * not already gone by and still has room.                        *
           MOVE WS-SLOT-MINS TO WS-TIME-MINUTES
           PERFORM MINUTES-TO-TIME
           MOVE WS-TIME-HHMM TO DB2-SLOT-TIME

           IF DB2-SLOT-DATE EQUAL DB2-TODAY
              AND DB2-SLOT-TIME NOT GREATER THAN DB2-NOW-TIME
             CONTINUE
           ELSE
             PERFORM COUNT-SLOT-BOOKINGS
             IF DB2-SLOT-BOOKED LESS THAN DB2-SES-CAPACITY
               ADD 1 TO WS-APPT-IX
               MOVE ZERO            TO CA-APPT-RES-ID(WS-APPT-IX)
               MOVE CA-APPT-CLINIC  TO CA-APPT-RES-CLINIC(WS-APPT-IX)
               MOVE DB2-SLOT-DATE   TO CA-APPT-RES-DATE(WS-APPT-IX)
               MOVE DB2-SLOT-TIME   TO CA-APPT-RES-TIME(WS-APPT-IX)
               MOVE 'F'             TO CA-APPT-RES-STATUS(WS-APPT-IX)
               COMPUTE CA-APPT-FREE-PLACES(WS-APPT-IX) =
                       DB2-SES-CAPACITY - DB2-SLOT-BOOKED
               MOVE WS-APPT-IX      TO CA-APPT-COUNT
             END-IF
           END-IF.

           EXIT.
      *----------------------------------------------------------------*
       COPY HCERRSPD.
