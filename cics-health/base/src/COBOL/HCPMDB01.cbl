      ******************************************************************
      *                                                                *
      *                 Secure Portal Messaging                        *
      *                                                                *
      *   Messages between a patient on the portal and the clinic,     *
      *  held on the DB2 MESSAGE table.  The patient side (PMSEND,     *
      *  PMLIST) is reached only after the portal login, so it trusts  *
      *  CA-PATIENT-ID and never sees another patient's messages.      *
      *  The staff side (MINBOX) works the inbox across all patients:  *
      *  list what is unread, open a message, reply to it, close it.   *
      *                                                                *
      *   MESSAGE - MESSAGEID (identity), PATIENTID, CATEGORY          *
      *  (P repeat prescription, A appointment, R results, G general), *
      *  SUBJECT, MESSAGETEXT, SENTTS, STATUS (N new, O opened,        *
      *  R replied, C closed), OPENEDBY/OPENEDTS, REPLYTEXT,           *
      *  REPLIEDBY/REPLIEDTS and CLOSEDBY/CLOSEDTS.  The reply and     *
      *  handling columns are NULL until the step happens.             *
      *                                                                *
      *   Opening a message shows one patient's correspondence to a    *
      *  member of staff, so it is written to ACCESS_LOG the same as   *
      *  any other inquiry.  HCESBR01 reports messages left without    *
      *  a reply past the hours on its control card.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPMDB01.
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
                                        VALUE 'HCPMDB01------WS'.
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
      * Disclosure-log fields - paired with WRITE-ACCESS-LOG below    *
      *----------------------------------------------------------------*
       COPY HCACLGWS.

      *----------------------------------------------------------------*
      * Definitions required for data manipulation                     *
      *----------------------------------------------------------------*
      * Fields to be used to check that commarea is correct length
       01  WS-COMMAREA-LENGTHS.
           03 WS-CA-HEADER-LEN         PIC S9(4) COMP VALUE +26.
           03 WS-CA-MESSAGE-LEN        PIC S9(4) COMP VALUE +1779.
           03 WS-REQUIRED-CA-LEN       PIC S9(4)      VALUE +0.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *   DB2 datatypes to COBOL equivalents                           *
      *     INTEGER     :   PIC S9(9) COMP                             *
      *     TIMESTAMP   :   PIC X(26)                                  *
      *----------------------------------------------------------------*
      * Host variables for input to DB2 integer types
       01  DB2-IN.
           03 DB2-PATIENT-ID           PIC S9(9) COMP.
           03 DB2-MESSAGE-ID           PIC S9(9) COMP.
           03 DB2-CATEGORY-FILTER      PIC X(01).
       01  DB2-OUT.
           03 DB2-PATIENT-STATUS       PIC X(01).
           03 DB2-STATUS               PIC X(01).
              88 DB2-STATUS-NEW                 VALUE 'N'.
              88 DB2-STATUS-OPENED              VALUE 'O'.
              88 DB2-STATUS-REPLIED             VALUE 'R'.
              88 DB2-STATUS-CLOSED              VALUE 'C'.
      * Host variables for the message list cursors
       01  DB2-MESSAGE.
           03 DB2-MSG-MESSAGE-ID       PIC S9(9) COMP.
           03 DB2-MSG-PATIENT-ID       PIC S9(9) COMP.
           03 DB2-MSG-CATEGORY         PIC X(01).
           03 DB2-MSG-SUBJECT          PIC X(40).
           03 DB2-MSG-STATUS           PIC X(01).
           03 DB2-MSG-SENT-TS          PIC X(26).
           03 DB2-MSG-AGE-HOURS        PIC S9(9) COMP.
           03 DB2-MSG-REPLIED-TS       PIC X(26).
           03 DB2-MSG-HANDLED-BY       PIC X(08).
           03 DB2-MSG-REPLY-TEXT-HOLD  PIC X(250).
      * The reply columns are NULL until someone answers, and the
      * patient status is NULL for anyone never deactivated
       01  IND-PATIENT-STATUS          PIC S9(4) COMP.
       01  IND-REPLY-TEXT              PIC S9(4) COMP.
       01  IND-REPLIED-TS              PIC S9(4) COMP.
       01  IND-HANDLED-BY              PIC S9(4) COMP.
      * Subscript used while filling in CA-MSG-RESULT
       01  WS-MSG-IX                   PIC 9(02) COMP.

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
           INITIALIZE DB2-OUT.

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

      * this program only handles portal messages - a commarea built
      * for some other transaction is rejected here
           IF NOT CA-REQ-SEND-MESSAGE
              AND NOT CA-REQ-LIST-MESSAGES
              AND NOT CA-REQ-MESSAGE-INBOX
             MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * check commarea length - must cover the full result table
           ADD WS-CA-HEADER-LEN  TO WS-REQUIRED-CA-LEN
           ADD WS-CA-MESSAGE-LEN TO WS-REQUIRED-CA-LEN

      * if less set error return code and return to caller
           IF EIBCALEN IS LESS THAN WS-REQUIRED-CA-LEN
             MOVE RC-CA-TOO-SHORT TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

      * a message sent must say what it is about and say something
           IF CA-REQ-SEND-MESSAGE
             IF NOT CA-MSG-CATEGORY-VALID
                OR CA-MSG-TEXT EQUAL SPACES
               MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF

      * the inbox is staff only - every step is stamped with the
      * operator, so one must be signed on - and apart from a list
      * each action needs the message it applies to.  A reply with
      * nothing in it is refused.
           IF CA-REQ-MESSAGE-INBOX
             IF CA-OPERATOR-ID EQUAL SPACES
                OR (NOT CA-MSG-LIST AND NOT CA-MSG-OPEN
                    AND NOT CA-MSG-REPLY AND NOT CA-MSG-CLOSE)
               MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             IF NOT CA-MSG-LIST
               IF CA-MSG-MESSAGE-ID IS NOT NUMERIC
                  OR CA-MSG-MESSAGE-ID EQUAL ZERO
                 MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               END-IF
             END-IF
             IF CA-MSG-REPLY AND CA-MSG-REPLY-TEXT EQUAL SPACES
               MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
             IF CA-MSG-LIST AND CA-MSG-CATEGORY NOT EQUAL SPACES
                AND NOT CA-MSG-CATEGORY-VALID
               MOVE RC-INVALID-REQUEST-ID TO CA-RETURN-CODE
               EXEC CICS RETURN END-EXEC
             END-IF
           END-IF

           IF CA-REQ-LIST-MESSAGES
             IF CA-MSG-MESSAGE-ID IS NOT NUMERIC
               MOVE ZERO TO CA-MSG-MESSAGE-ID
             END-IF
           END-IF

      * Convert commarea patient id to DB2 integer format
           MOVE CA-PATIENT-ID TO DB2-PATIENT-ID
      * and save in error msg field incase required
           MOVE CA-PATIENT-ID TO EM-PATNUM

      * Call routine to send, list or work the messages                *
           EVALUATE TRUE
             WHEN CA-REQ-SEND-MESSAGE
               PERFORM CHECK-PATIENT-ACTIVE
               PERFORM SEND-MESSAGE
             WHEN CA-REQ-LIST-MESSAGES
               IF CA-MSG-MESSAGE-ID EQUAL ZERO
                 PERFORM LIST-OWN-MESSAGES
               ELSE
                 MOVE CA-MSG-MESSAGE-ID TO DB2-MESSAGE-ID
                 PERFORM READ-OWN-MESSAGE
               END-IF
             WHEN CA-MSG-LIST
               PERFORM LIST-INBOX
             WHEN OTHER
               MOVE CA-MSG-MESSAGE-ID TO DB2-MESSAGE-ID
               PERFORM READ-INBOX-MESSAGE
               EVALUATE TRUE
                 WHEN CA-MSG-OPEN
                   PERFORM OPEN-MESSAGE
                 WHEN CA-MSG-REPLY
                   PERFORM REPLY-TO-MESSAGE
                 WHEN CA-MSG-CLOSE
                   PERFORM CLOSE-MESSAGE
               END-EVALUATE
           END-EVALUATE

      *    Return to caller
           EXEC CICS RETURN END-EXEC.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       DECLARE-CURSORS.
      *----------------------------------------------------------------*
      * OWNMSGCUR lists one patient's own messages, newest first, for  *
      * the portal.  INBOXCUR lists every patient's unread messages    *
      * for the staff inbox - grouped by category, oldest first within *
      * it, so the longest wait is at the top of each group.  A blank  *
      * category filter takes every category.                          *
           EXEC SQL
               DECLARE OWNMSGCUR CURSOR FOR
               SELECT MESSAGEID,
                      PATIENTID,
                      CATEGORY,
                      SUBJECT,
                      STATUS,
                      SENTTS,
                      REPLIEDTS
                 FROM MESSAGE
                WHERE PATIENTID = :DB2-PATIENT-ID
                ORDER BY SENTTS DESC, MESSAGEID DESC
           END-EXEC.
           EXEC SQL
               DECLARE INBOXCUR CURSOR FOR
               SELECT MESSAGEID,
                      PATIENTID,
                      CATEGORY,
                      SUBJECT,
                      STATUS,
                      SENTTS,
                      TIMESTAMPDIFF(8,
                          CHAR(CURRENT TIMESTAMP - SENTTS))
                 FROM MESSAGE
                WHERE STATUS = 'N'
                  AND (:DB2-CATEGORY-FILTER = ' '
                       OR CATEGORY = :DB2-CATEGORY-FILTER)
                ORDER BY CATEGORY, SENTTS, MESSAGEID
           END-EXEC.
           EXIT.

      *================================================================*
       CHECK-PATIENT-ACTIVE.
      *================================================================*
      * A message is only taken from a patient on file and still       *
      * active - a deactivated record has no one behind it to answer.  *
      *================================================================*
           MOVE ' SELECT PATIENT' TO EM-SQLREQ
             EXEC SQL
               SELECT STATUS
                 INTO :DB2-PATIENT-STATUS :IND-PATIENT-STATUS
                 FROM PATIENT
                WHERE PATIENTID = :DB2-PATIENT-ID
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 IF IND-PATIENT-STATUS NOT LESS THAN ZERO
                    AND DB2-PATIENT-STATUS EQUAL 'I'
                   MOVE RC-INACTIVE TO CA-RETURN-CODE
                   EXEC CICS RETURN END-EXEC
                 END-IF
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *================================================================*
       SEND-MESSAGE.
      *================================================================*
      * File the patient's message as new and hand back its id and     *
      * the time it was taken, for the portal to show.                 *
      *================================================================*
           MOVE ' INSERT MESSAGE' TO EM-SQLREQ
             EXEC SQL
               INSERT INTO MESSAGE
                         ( MESSAGEID,
                           PATIENTID,
                           CATEGORY,
                           SUBJECT,
                           MESSAGETEXT,
                           SENTTS,
                           STATUS )
                  VALUES ( DEFAULT,
                           :DB2-PATIENT-ID,
                           :CA-MSG-CATEGORY,
                           :CA-MSG-SUBJECT,
                           :CA-MSG-TEXT,
                           CURRENT TIMESTAMP,
                           'N' )
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF

             EXEC SQL
                  SET :DB2-MESSAGE-ID = IDENTITY_VAL_LOCAL()
             END-EXEC
             MOVE DB2-MESSAGE-ID TO CA-MSG-MESSAGE-ID

             MOVE ' SELECT MESSAGE' TO EM-SQLREQ
             EXEC SQL
               SELECT SENTTS
                 INTO :CA-MSG-SENT-TS
                 FROM MESSAGE
                WHERE MESSAGEID = :DB2-MESSAGE-ID
             END-EXEC

             IF SQLCODE NOT EQUAL 0
               MOVE RC-SQL-ERROR TO CA-RETURN-CODE
               PERFORM WRITE-ERROR-MESSAGE
               EXEC CICS RETURN END-EXEC
             END-IF

             MOVE 'N' TO CA-MSG-STATUS.

           EXIT.

      *================================================================*
       LIST-OWN-MESSAGES.
      *================================================================*
      * Open a cursor on this patient's messages and return up to 10   *
      * rows, newest first, in the CA-MSG-RESULT table.                *
      *================================================================*
           MOVE 0 TO CA-MSG-COUNT
           MOVE 0 TO WS-MSG-IX

           MOVE ' OPEN OWNMSGCUR' TO EM-SQLREQ
           EXEC SQL
               OPEN OWNMSGCUR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             MOVE RC-SQL-ERROR TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FETCH-OWN-MESSAGE-ROW
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-MSG-IX = 10

           MOVE ' CLOSE OWNMSGCUR' TO EM-SQLREQ
           EXEC SQL
               CLOSE OWNMSGCUR
           END-EXEC

           IF CA-MSG-COUNT GREATER THAN ZERO
             MOVE RC-SUCCESS TO CA-RETURN-CODE
           ELSE
             MOVE RC-NOT-FOUND TO CA-RETURN-CODE
           END-IF.

           EXIT.
      *----------------------------------------------------------------*
       FETCH-OWN-MESSAGE-ROW.
      *----------------------------------------------------------------*
      * Fetch one row from OWNMSGCUR into the next result slot         *
           MOVE ' FETCH OWNMSGCUR' TO EM-SQLREQ
           EXEC SQL
               FETCH OWNMSGCUR
                INTO :DB2-MSG-MESSAGE-ID,
                     :DB2-MSG-PATIENT-ID,
                     :DB2-MSG-CATEGORY,
                     :DB2-MSG-SUBJECT,
                     :DB2-MSG-STATUS,
                     :DB2-MSG-SENT-TS,
                     :DB2-MSG-REPLIED-TS :IND-REPLIED-TS
           END-EXEC

           IF SQLCODE EQUAL 0
             IF IND-REPLIED-TS LESS THAN ZERO
               MOVE SPACES TO DB2-MSG-REPLIED-TS
             END-IF
             MOVE ZERO TO DB2-MSG-AGE-HOURS
             PERFORM MOVE-MESSAGE-ROW
           END-IF.

           EXIT.

      *================================================================*
       READ-OWN-MESSAGE.
      *================================================================*
      * The full text of one of the patient's own messages and the     *
      * clinic's reply to it.  The message must be this patient's -    *
      * quoting another patient's id is simply not found.              *
      *================================================================*
           MOVE ' SELECT MESSAGE' TO EM-SQLREQ
             EXEC SQL
               SELECT CATEGORY,
                      SUBJECT,
                      MESSAGETEXT,
                      STATUS,
                      SENTTS,
                      REPLYTEXT
                 INTO :CA-MSG-CATEGORY,
                      :CA-MSG-SUBJECT,
                      :CA-MSG-TEXT,
                      :CA-MSG-STATUS,
                      :CA-MSG-SENT-TS,
                      :CA-MSG-REPLY-TEXT :IND-REPLY-TEXT
                 FROM MESSAGE
                WHERE MESSAGEID = :DB2-MESSAGE-ID
                  AND PATIENTID = :DB2-PATIENT-ID
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 IF IND-REPLY-TEXT LESS THAN ZERO
                   MOVE SPACES TO CA-MSG-REPLY-TEXT
                 END-IF
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE.

           EXIT.

      *================================================================*
       LIST-INBOX.
      *================================================================*
      * The unread messages across every patient, up to 10, grouped    *
      * by category and oldest first, with how many hours each has     *
      * been waiting.  Only ids, categories and subjects come back -   *
      * nothing of a message's text is shown until it is opened.       *
      *================================================================*
           MOVE CA-MSG-CATEGORY TO DB2-CATEGORY-FILTER
           MOVE 0 TO CA-MSG-COUNT
           MOVE 0 TO WS-MSG-IX

           MOVE ' OPEN INBOXCUR' TO EM-SQLREQ
           EXEC SQL
               OPEN INBOXCUR
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             MOVE RC-SQL-ERROR TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM FETCH-INBOX-ROW
             UNTIL SQLCODE NOT EQUAL 0
                OR WS-MSG-IX = 10

           MOVE ' CLOSE INBOXCUR' TO EM-SQLREQ
           EXEC SQL
               CLOSE INBOXCUR
           END-EXEC

           IF CA-MSG-COUNT GREATER THAN ZERO
             MOVE RC-SUCCESS TO CA-RETURN-CODE
           ELSE
             MOVE RC-NOT-FOUND TO CA-RETURN-CODE
           END-IF.

           EXIT.
      *----------------------------------------------------------------*
       FETCH-INBOX-ROW.
      *----------------------------------------------------------------*
      * Fetch one row from INBOXCUR into the next result slot          *
           MOVE ' FETCH INBOXCUR' TO EM-SQLREQ
           EXEC SQL
               FETCH INBOXCUR
                INTO :DB2-MSG-MESSAGE-ID,
                     :DB2-MSG-PATIENT-ID,
                     :DB2-MSG-CATEGORY,
                     :DB2-MSG-SUBJECT,
                     :DB2-MSG-STATUS,
                     :DB2-MSG-SENT-TS,
                     :DB2-MSG-AGE-HOURS
           END-EXEC

           IF SQLCODE EQUAL 0
             MOVE SPACES TO DB2-MSG-REPLIED-TS
             PERFORM MOVE-MESSAGE-ROW
           END-IF.

           EXIT.
      *----------------------------------------------------------------*
       MOVE-MESSAGE-ROW.
      *----------------------------------------------------------------*
      * Copy the fetched message into the next CA-MSG-RESULT slot      *
           ADD 1 TO WS-MSG-IX
           MOVE DB2-MSG-MESSAGE-ID
                            TO CA-MSG-RES-ID(WS-MSG-IX)
           MOVE DB2-MSG-PATIENT-ID
                            TO CA-MSG-RES-PATIENT-ID(WS-MSG-IX)
           MOVE DB2-MSG-CATEGORY
                            TO CA-MSG-RES-CATEGORY(WS-MSG-IX)
           MOVE DB2-MSG-SUBJECT
                            TO CA-MSG-RES-SUBJECT(WS-MSG-IX)
           MOVE DB2-MSG-STATUS
                            TO CA-MSG-RES-STATUS(WS-MSG-IX)
           MOVE DB2-MSG-SENT-TS
                            TO CA-MSG-RES-SENT-TS(WS-MSG-IX)
           MOVE DB2-MSG-AGE-HOURS
                            TO CA-MSG-RES-AGE-HOURS(WS-MSG-IX)
           MOVE DB2-MSG-REPLIED-TS
                            TO CA-MSG-RES-REPLIED-TS(WS-MSG-IX)
           MOVE WS-MSG-IX   TO CA-MSG-COUNT.

           EXIT.

      *================================================================*
       READ-INBOX-MESSAGE.
      *================================================================*
      * Staff may open any patient's message.  The whole message and   *
      * any reply come back, with the patient it came from in          *
      * CA-PATIENT-ID and whoever last handled it in                   *
      * CA-MSG-HANDLED-BY.                                             *
      *================================================================*
           MOVE ' SELECT MESSAGE' TO EM-SQLREQ
             EXEC SQL
               SELECT PATIENTID,
                      CATEGORY,
                      SUBJECT,
                      MESSAGETEXT,
                      STATUS,
                      SENTTS,
                      REPLYTEXT,
                      COALESCE(CLOSEDBY, REPLIEDBY, OPENEDBY)
                 INTO :DB2-PATIENT-ID,
                      :CA-MSG-CATEGORY,
                      :CA-MSG-SUBJECT,
                      :CA-MSG-TEXT,
                      :DB2-STATUS,
                      :CA-MSG-SENT-TS,
                      :DB2-MSG-REPLY-TEXT-HOLD :IND-REPLY-TEXT,
                      :DB2-MSG-HANDLED-BY :IND-HANDLED-BY
                 FROM MESSAGE
                WHERE MESSAGEID = :DB2-MESSAGE-ID
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 CONTINUE
               WHEN 100
                 MOVE RC-NOT-FOUND TO CA-RETURN-CODE
                 EXEC CICS RETURN END-EXEC
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE

             MOVE DB2-PATIENT-ID TO CA-PATIENT-ID
             MOVE CA-PATIENT-ID  TO EM-PATNUM
             MOVE DB2-STATUS     TO CA-MSG-STATUS
             IF IND-HANDLED-BY LESS THAN ZERO
               MOVE SPACES TO CA-MSG-HANDLED-BY
             ELSE
               MOVE DB2-MSG-HANDLED-BY TO CA-MSG-HANDLED-BY
             END-IF
      * on a reply the caller's text stands; otherwise show what is
      * on file
             IF NOT CA-MSG-REPLY
               IF IND-REPLY-TEXT LESS THAN ZERO
                 MOVE SPACES TO CA-MSG-REPLY-TEXT
               ELSE
                 MOVE DB2-MSG-REPLY-TEXT-HOLD TO CA-MSG-REPLY-TEXT
               END-IF
             END-IF.

           EXIT.

      *================================================================*
       OPEN-MESSAGE.
      *================================================================*
      * Show the message and, the first time anyone opens it, mark it  *
      * opened with who and when.  Reopening a message already being   *
      * handled changes nothing on file, nor does losing the race to  *
      * a colleague who opened it a moment before - their name stays  *
      * on it.  Either way the look is on ACCESS_LOG.                  *
      *================================================================*
           IF DB2-STATUS-NEW
             MOVE ' UPDATE MESSAGE' TO EM-SQLREQ
             EXEC SQL
               UPDATE MESSAGE
                  SET STATUS    = 'O',
                      OPENEDBY  = :CA-OPERATOR-ID,
                      OPENEDTS  = CURRENT TIMESTAMP
                WHERE MESSAGEID = :DB2-MESSAGE-ID
                  AND STATUS    = 'N'
             END-EXEC

             EVALUATE SQLCODE
               WHEN 0
                 MOVE 'O'            TO CA-MSG-STATUS
                 MOVE CA-OPERATOR-ID TO CA-MSG-HANDLED-BY
               WHEN 100
                 CONTINUE
               WHEN OTHER
                 MOVE RC-SQL-ERROR TO CA-RETURN-CODE
                 PERFORM WRITE-ERROR-MESSAGE
                 EXEC CICS RETURN END-EXEC
             END-EVALUATE
           END-IF

           MOVE 'HCPMDB01' TO AL-PROGRAM-NAME
           PERFORM WRITE-ACCESS-LOG.

           EXIT.

      *================================================================*
       REPLY-TO-MESSAGE.
      *================================================================*
      * Answer the message - it need not have been opened first.  A    *
      * closed conversation is not reopened by a late reply; a second  *
      * reply replaces the first.                                      *
      *================================================================*
           IF DB2-STATUS-CLOSED
             MOVE RC-INVALID-STATUS-CHANGE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE MESSAGE' TO EM-SQLREQ
           EXEC SQL
             UPDATE MESSAGE
                SET STATUS    = 'R',
                    REPLYTEXT = :CA-MSG-REPLY-TEXT,
                    REPLIEDBY = :CA-OPERATOR-ID,
                    REPLIEDTS = CURRENT TIMESTAMP,
                    OPENEDBY  = COALESCE(OPENEDBY, :CA-OPERATOR-ID),
                    OPENEDTS  = COALESCE(OPENEDTS, CURRENT TIMESTAMP)
              WHERE MESSAGEID = :DB2-MESSAGE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             MOVE RC-SQL-ERROR TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'R'            TO CA-MSG-STATUS
           MOVE CA-OPERATOR-ID TO CA-MSG-HANDLED-BY.

           EXIT.

      *================================================================*
       CLOSE-MESSAGE.
      *================================================================*
      * Close the conversation.  Closing twice is refused so the       *
      * first closer's name is kept.                                   *
      *================================================================*
           IF DB2-STATUS-CLOSED
             MOVE RC-INVALID-STATUS-CHANGE TO CA-RETURN-CODE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE ' UPDATE MESSAGE' TO EM-SQLREQ
           EXEC SQL
             UPDATE MESSAGE
                SET STATUS    = 'C',
                    CLOSEDBY  = :CA-OPERATOR-ID,
                    CLOSEDTS  = CURRENT TIMESTAMP
              WHERE MESSAGEID = :DB2-MESSAGE-ID
           END-EXEC

           IF SQLCODE NOT EQUAL 0
             MOVE RC-SQL-ERROR TO CA-RETURN-CODE
             PERFORM WRITE-ERROR-MESSAGE
             EXEC CICS RETURN END-EXEC
           END-IF

           MOVE 'C'            TO CA-MSG-STATUS
           MOVE CA-OPERATOR-ID TO CA-MSG-HANDLED-BY.

           EXIT.
      *----------------------------------------------------------------*
       COPY HCACLGPD.

      *----------------------------------------------------------------*
       COPY HCERRSPD.
