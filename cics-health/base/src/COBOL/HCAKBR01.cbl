      ******************************************************************
      *                                                                *
      *       Transmission Acknowledgment Matching and Resend          *
      *                                                                *
      *   Daily batch job that closes the loop on the files sent to    *
      *  partners - HCNPTX01's feed to the regional EHR (interface     *
      *  HCNX), HCRXTX01's feed to the dispensing pharmacy (HCRP) and  *
      *  HCRMBR01's reminder file for the mail house (RMDO).  Each of  *
      *  those logs every transmission on XMITLOG under a sequence     *
      *  number, with a copy of every record on XMITRECORD (HCTLOGWS). *
      *                                                                *
      *   ACKIN carries the partners' acknowledgments, one 'H' record  *
      *  per transmission naming its interface and sequence number,    *
      *  whether it was accepted ('A') or rejected whole ('R'), and    *
      *  how many records arrived, each followed by an 'E' record for  *
      *  any single record the partner rejected, by its position in    *
      *  the transmission.  The acknowledgment is matched to the log:  *
      *  a transmission accepted whole is marked 'A', accepted with    *
      *  record rejects 'P' with the rejected records marked on the    *
      *  copy and listed for repair, rejected whole 'R'.  A partner    *
      *  that received fewer or more records than were sent has not    *
      *  had the transmission at all - it is resent there and then.    *
      *  An acknowledgment for a transmission not on the log, or one   *
      *  already acknowledged, is listed as an exception.              *
      *                                                                *
      *   Any transmission still unacknowledged once the cut-off has   *
      *  passed since it was last sent is printed on the operations    *
      *  worklist and resent from the logged copy - the events behind  *
      *  it are long gone from the drained TD queues - to the resend   *
      *  dataset for its partner (EHRRSND, PHRRSND, RMDRSND), under    *
      *  the same sequence number so the partner can tell a resend.    *
      *  After the resend limit it stays on the worklist without       *
      *  being resent again, for operations to take up with the        *
      *  partner.  A transmission whose run never finished writing it  *
      *  is listed but cannot be resent.                               *
      *                                                                *
      *   CONTROL-IN cards, each named in columns 1-4:                 *
      *     PARM  cut-off hours (5-7) and resend limit (8-9);          *
      *     SEND  interface (5-8) and sequence number (9-17) - resend  *
      *           that transmission now, a rejected one included once  *
      *           the partner's complaint has been put right;          *
      *     DROP  interface and sequence number as for SEND - withdraw *
      *           it, taking it off the worklist for good.             *
      *   With no PARM card the cut-off is 024 hours and the limit 03, *
      *  and the job log says so.                                      *
      *                                                                *
      *   The job ends with return code 4 whenever operations have     *
      *  something to do - a worklist entry, a rejected transmission   *
      *  or record, or an acknowledgment exception.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCAKBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-IN    ASSIGN TO CTLIN.
           SELECT ACK-IN        ASSIGN TO ACKIN.
           SELECT EHR-RESEND    ASSIGN TO EHRRSND.
           SELECT PHR-RESEND    ASSIGN TO PHRRSND.
           SELECT RMD-RESEND    ASSIGN TO RMDRSND.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-IN
           RECORDING MODE IS F.
       01  CONTROL-IN-RECORD.
           03 CI-CARD-TYPE          PIC X(04).
           03 CI-CARD-DATA          PIC X(76).
           03 CI-PARM-CARD REDEFINES CI-CARD-DATA.
              05 CI-PARM-VALUES.
                 07 CI-CUTOFF-HOURS PIC 9(03).
                 07 CI-RESEND-LIMIT PIC 9(02).
              05 CI-PARM-VALUES-X REDEFINES CI-PARM-VALUES
                                    PIC X(05).
              05 FILLER             PIC X(71).
           03 CI-SEND-CARD REDEFINES CI-CARD-DATA.
              05 CI-SEND-INTERFACE  PIC X(04).
              05 CI-SEND-SEQNO      PIC 9(09).
              05 CI-SEND-SEQNO-X REDEFINES CI-SEND-SEQNO
                                    PIC X(09).
              05 FILLER             PIC X(63).

      * Partner acknowledgment - an 'H' header per transmission, then
      * an 'E' record per record the partner rejected
       FD  ACK-IN
           RECORDING MODE IS F.
       01  ACK-IN-RECORD.
           03 AK-RECORD-TYPE        PIC X(01).
              88 AK-HEADER                   VALUE 'H'.
              88 AK-RECORD-REJECT            VALUE 'E'.
           03 AK-INTERFACE          PIC X(04).
           03 AK-SEQUENCE-NO        PIC 9(09).
           03 AK-DETAIL             PIC X(66).
           03 AK-HEADER-DETAIL REDEFINES AK-DETAIL.
              05 AK-ACK-STATUS      PIC X(01).
                 88 AK-ACCEPTED              VALUE 'A'.
                 88 AK-REJECTED              VALUE 'R'.
              05 AK-RECEIVED-COUNT  PIC 9(07).
              05 AK-ACK-DATE        PIC X(10).
              05 AK-ACK-REASON      PIC X(40).
              05 FILLER             PIC X(08).
           03 AK-REJECT-DETAIL REDEFINES AK-DETAIL.
              05 AK-RECORD-NO       PIC 9(07).
              05 AK-REJECT-CODE     PIC X(04).
              05 AK-REJECT-REASON   PIC X(40).
              05 FILLER             PIC X(15).

       FD  EHR-RESEND
           RECORDING MODE IS F.
       01  EHR-RESEND-RECORD        PIC X(210).

       FD  PHR-RESEND
           RECORDING MODE IS F.
       01  PHR-RESEND-RECORD        PIC X(230).

       FD  RMD-RESEND
           RECORDING MODE IS F.
       01  RMD-RESEND-RECORD        PIC X(160).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCAKBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-CONTROL-EOF        PIC X(01) VALUE 'N'.
              88 WS-CONTROL-AT-EOF           VALUE 'Y'.
           03 WS-ACK-EOF            PIC X(01) VALUE 'N'.
              88 WS-ACK-AT-EOF               VALUE 'Y'.
           03 WS-UNACK-EOF          PIC X(01) VALUE 'N'.
              88 WS-UNACK-AT-EOF             VALUE 'Y'.
           03 WS-RECORD-EOF         PIC X(01) VALUE 'N'.
              88 WS-RECORD-AT-EOF            VALUE 'Y'.
           03 WS-HEADER-OK-SW       PIC X(01) VALUE 'N'.
              88 WS-HEADER-OK                VALUE 'Y'.
           03 WS-XMIT-FOUND-SW      PIC X(01) VALUE 'N'.
              88 WS-XMIT-FOUND               VALUE 'Y'.
           03 WS-PARM-SEEN-SW       PIC X(01) VALUE 'N'.
              88 WS-PARM-SEEN                VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-COMMIT-LIMIT       PIC 9(05) COMP VALUE 500.
           03 WS-UNCOMMITTED        PIC 9(05) COMP VALUE ZERO.
           03 WS-RESEND-LIMIT       PIC 9(04) COMP VALUE 3.
           03 WS-ACKS-READ          PIC 9(07) COMP VALUE ZERO.
           03 WS-HEADER-COUNT       PIC 9(07) COMP VALUE ZERO.
           03 WS-ACCEPTED-COUNT     PIC 9(07) COMP VALUE ZERO.
           03 WS-PARTLY-COUNT       PIC 9(07) COMP VALUE ZERO.
           03 WS-REJECTED-COUNT     PIC 9(07) COMP VALUE ZERO.
           03 WS-RECORD-REJECTS     PIC 9(07) COMP VALUE ZERO.
           03 WS-EXCEPTION-COUNT    PIC 9(07) COMP VALUE ZERO.
           03 WS-RESENT-COUNT       PIC 9(07) COMP VALUE ZERO.
           03 WS-WORKLIST-COUNT     PIC 9(07) COMP VALUE ZERO.
           03 WS-WITHDRAWN-COUNT    PIC 9(07) COMP VALUE ZERO.
           03 WS-RECORDS-RESENT     PIC 9(07) COMP VALUE ZERO.
           03 WS-CURRENT-INTERFACE  PIC X(04) VALUE SPACES.
           03 WS-CURRENT-SEQNO      PIC 9(09) VALUE ZERO.
           03 WS-RECEIVED-COUNT     PIC 9(07) VALUE ZERO.
           03 WS-OUTCOME-TEXT       PIC X(40) VALUE SPACES.

      * Transmissions to resend or withdraw this run - from SEND and
      * DROP cards, and from acknowledgments whose record count did
      * not match what was sent
       01  WS-REQUEST-TABLE.
           03 WS-REQUEST-COUNT      PIC 9(04) COMP VALUE ZERO.
           03 WS-REQUEST-IX         PIC 9(04) COMP VALUE ZERO.
           03 WS-REQUEST-LIMIT      PIC 9(04) COMP VALUE 50.
           03 WS-REQUEST            OCCURS 50 TIMES.
              05 WS-REQ-ACTION      PIC X(01).
                 88 WS-REQ-RESEND            VALUE 'S'.
                 88 WS-REQ-WITHDRAW          VALUE 'X'.
              05 WS-REQ-INTERFACE   PIC X(04).
              05 WS-REQ-SEQNO       PIC 9(09).

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(45)
            VALUE 'TRANSMISSION ACKNOWLEDGMENTS AND RESENDS FOR '.
           03 RH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(77) VALUE SPACES.

       01  RL-SECTION-HEADING.
           03 FILLER                PIC X(01) VALUE '0'.
           03 RS-SECTION-TEXT       PIC X(60).
           03 FILLER                PIC X(72) VALUE SPACES.

       01  RL-COLUMN-HEADING.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(11) VALUE 'INTERFACE'.
           03 FILLER                PIC X(11) VALUE 'SEQUENCE'.
           03 FILLER                PIC X(28) VALUE 'LAST SENT'.
           03 FILLER                PIC X(09) VALUE 'RECORDS'.
           03 FILLER                PIC X(10) VALUE 'RECEIVED'.
           03 FILLER                PIC X(09) VALUE 'RESENDS'.
           03 FILLER                PIC X(40) VALUE 'OUTCOME'.
           03 FILLER                PIC X(14) VALUE SPACES.

       01  RL-XMIT-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RX-INTERFACE          PIC X(04).
           03 FILLER                PIC X(07) VALUE SPACES.
           03 RX-SEQUENCE-NO        PIC ZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RX-SENT-TS            PIC X(26).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RX-RECORDS            PIC ZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RX-RECEIVED           PIC ZZZZZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 RX-RESENDS            PIC ZZZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 RX-OUTCOME            PIC X(40).
           03 FILLER                PIC X(14) VALUE SPACES.

      * one record the partner rejected, with the start of the copy
      * sent so the desk can see which patient or prescription it was
       01  RL-REJECT-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(11) VALUE SPACES.
           03 FILLER                PIC X(07) VALUE 'RECORD '.
           03 RJ-RECORD-NO          PIC ZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RJ-REJECT-CODE        PIC X(04).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RJ-REJECT-REASON      PIC X(40).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RJ-RECORD-START       PIC X(40).
           03 FILLER                PIC X(17) VALUE SPACES.

       01  RL-TOTAL-LINE-1.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(13) VALUE 'ACK HEADERS: '.
           03 RT-HEADERS            PIC ZZZZZZ9.
           03 FILLER                PIC X(11) VALUE ' ACCEPTED: '.
           03 RT-ACCEPTED           PIC ZZZZZZ9.
           03 FILLER                PIC X(15)
                                     VALUE ' WITH REJECTS: '.
           03 RT-PARTLY             PIC ZZZZZZ9.
           03 FILLER                PIC X(11) VALUE ' REJECTED: '.
           03 RT-REJECTED           PIC ZZZZZZ9.
           03 FILLER                PIC X(17)
                                     VALUE ' RECORD REJECTS: '.
           03 RT-RECORD-REJECTS     PIC ZZZZZZ9.
           03 FILLER                PIC X(13) VALUE ' EXCEPTIONS: '.
           03 RT-EXCEPTIONS         PIC ZZZZZZ9.
           03 FILLER                PIC X(10) VALUE SPACES.

       01  RL-TOTAL-LINE-2.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(08) VALUE 'RESENT: '.
           03 RT-RESENT             PIC ZZZZZZ9.
           03 FILLER                PIC X(14) VALUE ' ON WORKLIST: '.
           03 RT-WORKLIST           PIC ZZZZZZ9.
           03 FILLER                PIC X(12) VALUE ' WITHDRAWN: '.
           03 RT-WITHDRAWN          PIC ZZZZZZ9.
           03 FILLER                PIC X(77) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-CUTOFF-HOURS       PIC S9(4) COMP.
           03 DB2-TODAY              PIC X(10).

       01  DB2-XMITLOG.
           03 DB2-INTERFACE          PIC X(04).
           03 DB2-SEQUENCE-NO        PIC S9(9) COMP.
           03 DB2-STATUS             PIC X(01).
              88 DB2-XMIT-OPEN                VALUE 'O'.
              88 DB2-XMIT-SENT                VALUE 'S'.
              88 DB2-XMIT-ACCEPTED            VALUE 'A'.
              88 DB2-XMIT-PARTLY              VALUE 'P'.
              88 DB2-XMIT-REJECTED            VALUE 'R'.
              88 DB2-XMIT-WITHDRAWN           VALUE 'X'.
           03 DB2-RECORD-COUNT       PIC S9(9) COMP.
           03 DB2-ACK-RECEIVED       PIC S9(9) COMP.
           03 DB2-RESEND-COUNT       PIC S9(9) COMP.
           03 DB2-ACK-REASON         PIC X(40).
           03 DB2-NEW-STATUS         PIC X(01).
      * when it was last sent - NULL while it is still being written
       01  DB2-LAST-SENT-TS          PIC X(26).
       01  IND-LAST-SENT-TS          PIC S9(4) COMP.

       01  DB2-XMITRECORD.
           03 DB2-RECORD-NO          PIC S9(9) COMP.
           03 DB2-REJECT-CODE        PIC X(04).
           03 DB2-REJECT-REASON      PIC X(40).
           03 DB2-RECORD-DATA        PIC X(230).

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

      * Transmissions still unacknowledged once the cut-off has passed
      * since they were last sent, or whose run never finished writing
      * them.  WITH HOLD so the commits after each resend do not close
      * it.
           EXEC SQL
             DECLARE UNACK-CUR CURSOR WITH HOLD FOR
               SELECT INTERFACE,
                      SEQNO,
                      STATUS,
                      RECORDCNT,
                      RESENDCNT,
                      LASTSENTTS
                 FROM XMITLOG
                WHERE (STATUS = 'S'
                       AND LASTSENTTS <
                           CURRENT TIMESTAMP - :DB2-CUTOFF-HOURS HOURS)
                   OR (STATUS = 'O'
                       AND OPENEDTS <
                           CURRENT TIMESTAMP - :DB2-CUTOFF-HOURS HOURS)
                ORDER BY INTERFACE, SEQNO
           END-EXEC.

      * The logged copy of one transmission, in the order it was sent
           EXEC SQL
             DECLARE RECORD-CUR CURSOR FOR
               SELECT RECORDDATA
                 FROM XMITRECORD
                WHERE INTERFACE = :DB2-INTERFACE
                  AND SEQNO     = :DB2-SEQUENCE-NO
                ORDER BY RECORDNO
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-ACKS.

           PERFORM PROCESS-ACK-RECORD
             UNTIL WS-ACK-AT-EOF.

           PERFORM COMMIT-UNIT-OF-WORK.

           PERFORM PRINT-REQUESTS.

           PERFORM PRINT-WORKLIST.

           PERFORM COMMIT-UNIT-OF-WORK.

           PERFORM TERMINATE-ACKS.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-ACKS.
      *================================================================*
           MOVE 'HCAKBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCAKBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  CONTROL-IN
           OPEN INPUT  ACK-IN
           OPEN OUTPUT EHR-RESEND
           OPEN OUTPUT PHR-RESEND
           OPEN OUTPUT RMD-RESEND
           OPEN OUTPUT REPORT-OUT.

           MOVE 24 TO DB2-CUTOFF-HOURS.
           PERFORM READ-CONTROL-CARD.
           PERFORM PROCESS-CONTROL-CARD
             UNTIL WS-CONTROL-AT-EOF.
           IF NOT WS-PARM-SEEN
             DISPLAY 'HCAKBR01 - NO PARM CARD, CUT-OFF 024 HOURS, '
                     'RESEND LIMIT 03'
           END-IF.

           EXEC SQL
             SET :DB2-TODAY = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           MOVE DB2-TODAY    TO RH1-RUN-DATE.
           MOVE RL-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE 'ACKNOWLEDGMENTS RECEIVED' TO RS-SECTION-TEXT.
           MOVE RL-SECTION-HEADING TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-COLUMN-HEADING  TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           PERFORM READ-ACK-RECORD.

       INITIALIZE-ACKS-EXIT.
           EXIT.

      *================================================================*
       READ-CONTROL-CARD.
      *================================================================*
           READ CONTROL-IN
             AT END
               MOVE 'Y' TO WS-CONTROL-EOF
           END-READ.

       READ-CONTROL-CARD-EXIT.
           EXIT.

      *================================================================*
       PROCESS-CONTROL-CARD.
      *================================================================*
      * A card that cannot be used is said so on the job log and       *
      * skipped - the rest of the run goes ahead.                      *
      *================================================================*
           EVALUATE CI-CARD-TYPE
             WHEN 'PARM'
               MOVE 'Y' TO WS-PARM-SEEN-SW
               IF CI-PARM-VALUES-X IS NUMERIC
                  AND CI-CUTOFF-HOURS GREATER THAN ZERO
                  AND CI-RESEND-LIMIT GREATER THAN ZERO
                 MOVE CI-CUTOFF-HOURS TO DB2-CUTOFF-HOURS
                 MOVE CI-RESEND-LIMIT TO WS-RESEND-LIMIT
               ELSE
                 DISPLAY 'HCAKBR01 - PARM CARD NOT NUMERIC, CUT-OFF '
                         '024 HOURS, RESEND LIMIT 03'
               END-IF
             WHEN 'SEND'
             WHEN 'DROP'
               IF CI-SEND-SEQNO-X IS NUMERIC
                  AND CI-SEND-SEQNO GREATER THAN ZERO
                  AND WS-REQUEST-COUNT LESS THAN WS-REQUEST-LIMIT
                 ADD 1 TO WS-REQUEST-COUNT
                 IF CI-CARD-TYPE EQUAL 'SEND'
                   MOVE 'S' TO WS-REQ-ACTION (WS-REQUEST-COUNT)
                 ELSE
                   MOVE 'X' TO WS-REQ-ACTION (WS-REQUEST-COUNT)
                 END-IF
                 MOVE CI-SEND-INTERFACE
                   TO WS-REQ-INTERFACE (WS-REQUEST-COUNT)
                 MOVE CI-SEND-SEQNO
                   TO WS-REQ-SEQNO (WS-REQUEST-COUNT)
               ELSE
                 DISPLAY 'HCAKBR01 - ' CI-CARD-TYPE ' CARD FOR '
                         CI-SEND-INTERFACE ' ' CI-SEND-SEQNO-X
                         ' NOT USABLE, IGNORED'
               END-IF
             WHEN OTHER
               DISPLAY 'HCAKBR01 - CONTROL CARD ' CI-CARD-TYPE
                       ' NOT RECOGNISED, IGNORED'
           END-EVALUATE.

           PERFORM READ-CONTROL-CARD.

       PROCESS-CONTROL-CARD-EXIT.
           EXIT.

      *================================================================*
       READ-ACK-RECORD.
      *================================================================*
           READ ACK-IN
             AT END
               MOVE 'Y' TO WS-ACK-EOF
             NOT AT END
               ADD 1 TO WS-ACKS-READ
           END-READ.

       READ-ACK-RECORD-EXIT.
           EXIT.

      *================================================================*
       PROCESS-ACK-RECORD.
      *================================================================*
           EVALUATE TRUE
             WHEN AK-HEADER
               PERFORM MATCH-ACK-HEADER
             WHEN AK-RECORD-REJECT
               PERFORM MATCH-RECORD-REJECT
             WHEN OTHER
               MOVE 'N' TO WS-HEADER-OK-SW
               MOVE 'ACK RECORD TYPE NOT RECOGNISED'
                 TO WS-OUTCOME-TEXT
               PERFORM WRITE-ACK-EXCEPTION
           END-EVALUATE.

           IF WS-UNCOMMITTED NOT LESS THAN WS-COMMIT-LIMIT
             PERFORM COMMIT-UNIT-OF-WORK
           END-IF.

           PERFORM READ-ACK-RECORD.

       PROCESS-ACK-RECORD-EXIT.
           EXIT.

      *================================================================*
       MATCH-ACK-HEADER.
      *================================================================*
      * Only a transmission sent and still awaiting acknowledgment can *
      * be acknowledged.  A count that does not match what was sent   *
      * means the partner did not get the transmission - it is queued *
      * for resending this run and left awaiting acknowledgment.       *
      *================================================================*
           ADD 1 TO WS-HEADER-COUNT.
           MOVE 'N'              TO WS-HEADER-OK-SW.
           MOVE AK-INTERFACE     TO WS-CURRENT-INTERFACE.
           MOVE AK-SEQUENCE-NO   TO WS-CURRENT-SEQNO.
           MOVE AK-INTERFACE     TO DB2-INTERFACE.
           MOVE AK-SEQUENCE-NO   TO DB2-SEQUENCE-NO.
           MOVE ZERO             TO WS-RECEIVED-COUNT.
           IF AK-RECEIVED-COUNT IS NUMERIC
             MOVE AK-RECEIVED-COUNT TO WS-RECEIVED-COUNT
           END-IF.
           PERFORM READ-XMITLOG.

           EVALUATE TRUE
             WHEN NOT WS-XMIT-FOUND
               MOVE 'NOT ON THE TRANSMISSION LOG' TO WS-OUTCOME-TEXT
               PERFORM WRITE-ACK-EXCEPTION
             WHEN NOT DB2-XMIT-SENT
               MOVE 'NOT AWAITING ACKNOWLEDGMENT' TO WS-OUTCOME-TEXT
               PERFORM WRITE-ACK-EXCEPTION
             WHEN AK-REJECTED
               MOVE 'R' TO DB2-NEW-STATUS
               PERFORM RECORD-ACKNOWLEDGMENT
               IF WS-HEADER-OK
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE 'REJECTED WHOLE - SEE PARTNER REASON'
                   TO WS-OUTCOME-TEXT
                 PERFORM WRITE-XMIT-LINE
                 MOVE ZERO           TO RJ-RECORD-NO
                 MOVE SPACES         TO RJ-REJECT-CODE
                 MOVE AK-ACK-REASON  TO RJ-REJECT-REASON
                 MOVE SPACES         TO RJ-RECORD-START
                 MOVE RL-REJECT-LINE TO REPORT-OUT-RECORD
                 WRITE REPORT-OUT-RECORD
               END-IF
             WHEN AK-RECEIVED-COUNT NOT NUMERIC
               OR AK-RECEIVED-COUNT NOT EQUAL DB2-RECORD-COUNT
               MOVE 'COUNT DOES NOT MATCH - RESENDING'
                 TO WS-OUTCOME-TEXT
               PERFORM WRITE-ACK-EXCEPTION
               PERFORM QUEUE-COUNT-RESEND
             WHEN OTHER
               MOVE 'A' TO DB2-NEW-STATUS
               PERFORM RECORD-ACKNOWLEDGMENT
               IF WS-HEADER-OK
                 ADD 1 TO WS-ACCEPTED-COUNT
                 MOVE 'ACCEPTED'     TO WS-OUTCOME-TEXT
                 PERFORM WRITE-XMIT-LINE
               END-IF
           END-EVALUATE.

       MATCH-ACK-HEADER-EXIT.
           EXIT.

      *================================================================*
       READ-XMITLOG.
      *================================================================*
           MOVE 'N' TO WS-XMIT-FOUND-SW.

           EXEC SQL
             SELECT STATUS,
                    RECORDCNT,
                    RESENDCNT,
                    LASTSENTTS
               INTO :DB2-STATUS,
                    :DB2-RECORD-COUNT,
                    :DB2-RESEND-COUNT,
                    :DB2-LAST-SENT-TS :IND-LAST-SENT-TS
               FROM XMITLOG
              WHERE INTERFACE = :DB2-INTERFACE
                AND SEQNO     = :DB2-SEQUENCE-NO
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-XMIT-FOUND-SW
               IF IND-LAST-SENT-TS LESS THAN ZERO
                 MOVE SPACES TO DB2-LAST-SENT-TS
               END-IF
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'HCAKBR01 - SELECT XMITLOG FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       READ-XMITLOG-EXIT.
           EXIT.

      *================================================================*
       RECORD-ACKNOWLEDGMENT.
      *================================================================*
      * Settle the transmission as accepted or rejected.  Record-level *
      * rejects that follow turn an acceptance into 'P'.               *
      *================================================================*
           MOVE WS-RECEIVED-COUNT TO DB2-ACK-RECEIVED.
           IF AK-REJECTED
             MOVE AK-ACK-REASON   TO DB2-ACK-REASON
           ELSE
             MOVE SPACES          TO DB2-ACK-REASON
           END-IF.

           EXEC SQL
             UPDATE XMITLOG
                SET STATUS      = :DB2-NEW-STATUS,
                    ACKTS       = CURRENT TIMESTAMP,
                    ACKRECEIVED = :DB2-ACK-RECEIVED,
                    ACKREASON   = :DB2-ACK-REASON,
                    REJECTCNT   = 0
              WHERE INTERFACE = :DB2-INTERFACE
                AND SEQNO     = :DB2-SEQUENCE-NO
                AND STATUS    = 'S'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               MOVE 'Y' TO WS-HEADER-OK-SW
               ADD 1 TO WS-UNCOMMITTED
             WHEN 100
               MOVE 'NOT AWAITING ACKNOWLEDGMENT' TO WS-OUTCOME-TEXT
               PERFORM WRITE-ACK-EXCEPTION
             WHEN OTHER
               DISPLAY 'HCAKBR01 - UPDATE XMITLOG FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ACK-EOF
           END-EVALUATE.

       RECORD-ACKNOWLEDGMENT-EXIT.
           EXIT.

      *================================================================*
       QUEUE-COUNT-RESEND.
      *================================================================*
           IF WS-REQUEST-COUNT LESS THAN WS-REQUEST-LIMIT
             ADD 1 TO WS-REQUEST-COUNT
             MOVE 'S'            TO WS-REQ-ACTION (WS-REQUEST-COUNT)
             MOVE DB2-INTERFACE  TO WS-REQ-INTERFACE (WS-REQUEST-COUNT)
             MOVE AK-SEQUENCE-NO TO WS-REQ-SEQNO (WS-REQUEST-COUNT)
           ELSE
             DISPLAY 'HCAKBR01 - TOO MANY RESENDS FOR ONE RUN, '
                     DB2-INTERFACE ' ' AK-SEQUENCE-NO
                     ' LEFT FOR THE WORKLIST'
           END-IF.

       QUEUE-COUNT-RESEND-EXIT.
           EXIT.

      *================================================================*
       MATCH-RECORD-REJECT.
      *================================================================*
      * A record reject belongs to the header just before it, and     *
      * only counts when that header was settled.                      *
      *================================================================*
           IF NOT WS-HEADER-OK
              OR AK-INTERFACE   NOT EQUAL WS-CURRENT-INTERFACE
              OR AK-SEQUENCE-NO NOT EQUAL WS-CURRENT-SEQNO
             MOVE 'RECORD REJECT WITHOUT A MATCHED HEADER'
               TO WS-OUTCOME-TEXT
             PERFORM WRITE-ACK-EXCEPTION
           ELSE
             PERFORM RECORD-REJECT
           END-IF.

       MATCH-RECORD-REJECT-EXIT.
           EXIT.

      *================================================================*
       RECORD-REJECT.
      *================================================================*
      * Mark the record rejected on the logged copy, count it against *
      * the transmission, and list it with the start of the record so *
      * the desk can find what to repair.                              *
      *================================================================*
           MOVE AK-RECORD-NO     TO DB2-RECORD-NO.
           MOVE AK-REJECT-CODE   TO DB2-REJECT-CODE.
           MOVE AK-REJECT-REASON TO DB2-REJECT-REASON.

           EXEC SQL
             UPDATE XMITRECORD
                SET RECSTATUS    = 'R',
                    REJECTCODE   = :DB2-REJECT-CODE,
                    REJECTREASON = :DB2-REJECT-REASON
              WHERE INTERFACE = :DB2-INTERFACE
                AND SEQNO     = :DB2-SEQUENCE-NO
                AND RECORDNO  = :DB2-RECORD-NO
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'REJECTED RECORD NOT IN THE TRANSMISSION'
                 TO WS-OUTCOME-TEXT
               PERFORM WRITE-ACK-EXCEPTION
             WHEN OTHER
               DISPLAY 'HCAKBR01 - UPDATE XMITRECORD FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ACK-EOF
           END-EVALUATE.

           IF SQLCODE EQUAL 0
             EXEC SQL
               UPDATE XMITLOG
                  SET STATUS    = CASE WHEN STATUS = 'A'
                                       THEN 'P'
                                       ELSE STATUS
                                  END,
                      REJECTCNT = REJECTCNT + 1
                WHERE INTERFACE = :DB2-INTERFACE
                  AND SEQNO     = :DB2-SEQUENCE-NO
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCAKBR01 - UPDATE XMITLOG FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-ACK-EOF
             ELSE
               ADD 1 TO WS-UNCOMMITTED
               ADD 1 TO WS-RECORD-REJECTS
               PERFORM WRITE-REJECT-LINE
             END-IF
           END-IF.

       RECORD-REJECT-EXIT.
           EXIT.

      *================================================================*
       WRITE-REJECT-LINE.
      *================================================================*
      * The first reject against an accepted transmission moves it    *
      * from the accepted count to the with-rejects count.             *
      *================================================================*
           EXEC SQL
             SELECT RECORDDATA
               INTO :DB2-RECORD-DATA
               FROM XMITRECORD
              WHERE INTERFACE = :DB2-INTERFACE
                AND SEQNO     = :DB2-SEQUENCE-NO
                AND RECORDNO  = :DB2-RECORD-NO
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             MOVE SPACES TO DB2-RECORD-DATA
           END-IF.

           IF DB2-NEW-STATUS EQUAL 'A'
             MOVE 'P' TO DB2-NEW-STATUS
             SUBTRACT 1 FROM WS-ACCEPTED-COUNT
             ADD 1 TO WS-PARTLY-COUNT
           END-IF.

           MOVE AK-RECORD-NO          TO RJ-RECORD-NO.
           MOVE AK-REJECT-CODE        TO RJ-REJECT-CODE.
           MOVE AK-REJECT-REASON      TO RJ-REJECT-REASON.
           MOVE DB2-RECORD-DATA (1:40) TO RJ-RECORD-START.
           MOVE RL-REJECT-LINE        TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

       WRITE-REJECT-LINE-EXIT.
           EXIT.

      *================================================================*
       WRITE-ACK-EXCEPTION.
      *================================================================*
      * An acknowledgment record that could not be matched, listed    *
      * with what it quoted.                                           *
      *================================================================*
           ADD 1 TO WS-EXCEPTION-COUNT.

           MOVE AK-INTERFACE       TO RX-INTERFACE.
           MOVE AK-SEQUENCE-NO     TO RX-SEQUENCE-NO.
           MOVE SPACES             TO RX-SENT-TS.
           MOVE ZERO               TO RX-RECORDS.
           MOVE ZERO               TO RX-RESENDS.
           IF AK-HEADER AND AK-RECEIVED-COUNT IS NUMERIC
             MOVE AK-RECEIVED-COUNT TO RX-RECEIVED
           ELSE
             MOVE ZERO              TO RX-RECEIVED
           END-IF.
           IF AK-RECORD-REJECT AND AK-RECORD-NO IS NUMERIC
             MOVE AK-RECORD-NO      TO RX-RECEIVED
           END-IF.
           MOVE WS-OUTCOME-TEXT    TO RX-OUTCOME.
           MOVE RL-XMIT-LINE       TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

       WRITE-ACK-EXCEPTION-EXIT.
           EXIT.

      *================================================================*
       WRITE-XMIT-LINE.
      *================================================================*
           MOVE DB2-INTERFACE      TO RX-INTERFACE.
           MOVE DB2-SEQUENCE-NO    TO RX-SEQUENCE-NO.
           MOVE DB2-LAST-SENT-TS   TO RX-SENT-TS.
           MOVE DB2-RECORD-COUNT   TO RX-RECORDS.
           MOVE WS-RECEIVED-COUNT  TO RX-RECEIVED.
           MOVE DB2-RESEND-COUNT   TO RX-RESENDS.
           MOVE WS-OUTCOME-TEXT    TO RX-OUTCOME.
           MOVE RL-XMIT-LINE       TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

       WRITE-XMIT-LINE-EXIT.
           EXIT.

      *================================================================*
       PRINT-REQUESTS.
      *================================================================*
      * Resends and withdrawals asked for on the control cards, and   *
      * resends of transmissions the partner did not fully receive.    *
      *================================================================*
           IF WS-REQUEST-COUNT GREATER THAN ZERO
             MOVE 'RESENDS AND WITHDRAWALS REQUESTED' TO RS-SECTION-TEXT
             MOVE RL-SECTION-HEADING TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD
             MOVE RL-COLUMN-HEADING  TO REPORT-OUT-RECORD
             WRITE REPORT-OUT-RECORD

             PERFORM PROCESS-REQUEST
               VARYING WS-REQUEST-IX FROM 1 BY 1
                 UNTIL WS-REQUEST-IX GREATER THAN WS-REQUEST-COUNT
           END-IF.

       PRINT-REQUESTS-EXIT.
           EXIT.

      *================================================================*
       PROCESS-REQUEST.
      *================================================================*
      * An accepted transmission is never resent or withdrawn, and    *
      * one whose run never finished writing it cannot be resent -    *
      * there is no trailer on the copy to send.                       *
      *================================================================*
           MOVE WS-REQ-INTERFACE (WS-REQUEST-IX) TO DB2-INTERFACE.
           MOVE WS-REQ-SEQNO (WS-REQUEST-IX)     TO DB2-SEQUENCE-NO.
           PERFORM READ-XMITLOG.

           EVALUATE TRUE
             WHEN NOT WS-XMIT-FOUND
               MOVE 'NOT ON THE TRANSMISSION LOG' TO WS-OUTCOME-TEXT
               ADD 1 TO WS-EXCEPTION-COUNT
             WHEN DB2-XMIT-ACCEPTED OR DB2-XMIT-PARTLY
               MOVE 'ALREADY ACCEPTED, LEFT ALONE' TO WS-OUTCOME-TEXT
               ADD 1 TO WS-EXCEPTION-COUNT
             WHEN WS-REQ-WITHDRAW (WS-REQUEST-IX)
               PERFORM WITHDRAW-TRANSMISSION
             WHEN DB2-XMIT-OPEN OR DB2-XMIT-WITHDRAWN
               MOVE 'NOT COMPLETE OR WITHDRAWN, NOT RESENT'
                 TO WS-OUTCOME-TEXT
               ADD 1 TO WS-EXCEPTION-COUNT
             WHEN OTHER
               PERFORM RESEND-TRANSMISSION
           END-EVALUATE.

           MOVE ZERO TO WS-RECEIVED-COUNT.
           PERFORM WRITE-XMIT-LINE.

       PROCESS-REQUEST-EXIT.
           EXIT.

      *================================================================*
       WITHDRAW-TRANSMISSION.
      *================================================================*
           EXEC SQL
             UPDATE XMITLOG
                SET STATUS = 'X'
              WHERE INTERFACE = :DB2-INTERFACE
                AND SEQNO     = :DB2-SEQUENCE-NO
           END-EXEC.

           IF SQLCODE EQUAL 0
             ADD 1 TO WS-WITHDRAWN-COUNT
             MOVE 'WITHDRAWN' TO WS-OUTCOME-TEXT
             PERFORM FORCE-COMMIT
           ELSE
             DISPLAY 'HCAKBR01 - UPDATE XMITLOG FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'WITHDRAWAL FAILED' TO WS-OUTCOME-TEXT
           END-IF.

       WITHDRAW-TRANSMISSION-EXIT.
           EXIT.

      *================================================================*
       PRINT-WORKLIST.
      *================================================================*
      * Every transmission still unacknowledged past the cut-off,     *
      * resent from its logged copy until the resend limit is          *
      * reached.                                                       *
      *================================================================*
           MOVE 'UNACKNOWLEDGED PAST THE CUT-OFF - OPERATIONS WORKLIST'
             TO RS-SECTION-TEXT.
           MOVE RL-SECTION-HEADING TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-COLUMN-HEADING  TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           EXEC SQL
             OPEN UNACK-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCAKBR01 - OPEN UNACK-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-UNACK-EOF
           ELSE
             PERFORM FETCH-UNACKNOWLEDGED
             PERFORM WORK-UNACKNOWLEDGED
               UNTIL WS-UNACK-AT-EOF

             EXEC SQL
               CLOSE UNACK-CUR
             END-EXEC
           END-IF.

       PRINT-WORKLIST-EXIT.
           EXIT.

      *================================================================*
       FETCH-UNACKNOWLEDGED.
      *================================================================*
           EXEC SQL
             FETCH UNACK-CUR
               INTO :DB2-INTERFACE,
                    :DB2-SEQUENCE-NO,
                    :DB2-STATUS,
                    :DB2-RECORD-COUNT,
                    :DB2-RESEND-COUNT,
                    :DB2-LAST-SENT-TS :IND-LAST-SENT-TS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF IND-LAST-SENT-TS LESS THAN ZERO
                 MOVE SPACES TO DB2-LAST-SENT-TS
               END-IF
             WHEN 100
               MOVE 'Y' TO WS-UNACK-EOF
             WHEN OTHER
               DISPLAY 'HCAKBR01 - FETCH UNACK-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-UNACK-EOF
           END-EVALUATE.

       FETCH-UNACKNOWLEDGED-EXIT.
           EXIT.

      *================================================================*
       WORK-UNACKNOWLEDGED.
      *================================================================*
           ADD 1 TO WS-WORKLIST-COUNT.

           EVALUATE TRUE
             WHEN DB2-XMIT-OPEN
               MOVE 'RUN NEVER FINISHED - NOT SENT, DROP IT'
                 TO WS-OUTCOME-TEXT
             WHEN DB2-RESEND-COUNT NOT LESS THAN WS-RESEND-LIMIT
               MOVE 'RESEND LIMIT REACHED - CALL THE PARTNER'
                 TO WS-OUTCOME-TEXT
             WHEN OTHER
               PERFORM RESEND-TRANSMISSION
           END-EVALUATE.

           MOVE ZERO TO WS-RECEIVED-COUNT.
           PERFORM WRITE-XMIT-LINE.

           PERFORM FETCH-UNACKNOWLEDGED.

       WORK-UNACKNOWLEDGED-EXIT.
           EXIT.

      *================================================================*
       RESEND-TRANSMISSION.
      *================================================================*
      * Write the logged copy, trailer and all, to the partner's      *
      * resend dataset and restart its cut-off clock.  The copy and   *
      * the restamp harden together before the next transmission is   *
      * touched.                                                       *
      *================================================================*
           MOVE ZERO TO WS-RECORDS-RESENT.
           MOVE 'N'  TO WS-RECORD-EOF.

           EXEC SQL
             OPEN RECORD-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCAKBR01 - OPEN RECORD-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-RECORD-EOF
           ELSE
             PERFORM FETCH-LOGGED-RECORD
             PERFORM RESEND-LOGGED-RECORD
               UNTIL WS-RECORD-AT-EOF

             EXEC SQL
               CLOSE RECORD-CUR
             END-EXEC
           END-IF.

           IF WS-RECORDS-RESENT EQUAL ZERO
             MOVE 'NO LOGGED COPY TO RESEND' TO WS-OUTCOME-TEXT
             ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
             EXEC SQL
               UPDATE XMITLOG
                  SET STATUS     = 'S',
                      RESENDCNT  = RESENDCNT + 1,
                      LASTSENTTS = CURRENT TIMESTAMP
                WHERE INTERFACE = :DB2-INTERFACE
                  AND SEQNO     = :DB2-SEQUENCE-NO
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCAKBR01 - UPDATE XMITLOG FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
             END-IF
             ADD 1 TO WS-RESENT-COUNT
             ADD 1 TO DB2-RESEND-COUNT
             MOVE 'RESENT FROM THE LOGGED COPY' TO WS-OUTCOME-TEXT
             PERFORM FORCE-COMMIT
           END-IF.

       RESEND-TRANSMISSION-EXIT.
           EXIT.

      *================================================================*
       FETCH-LOGGED-RECORD.
      *================================================================*
           EXEC SQL
             FETCH RECORD-CUR
               INTO :DB2-RECORD-DATA
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-RECORD-EOF
             WHEN OTHER
               DISPLAY 'HCAKBR01 - FETCH RECORD-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-RECORD-EOF
           END-EVALUATE.

       FETCH-LOGGED-RECORD-EXIT.
           EXIT.

      *================================================================*
       RESEND-LOGGED-RECORD.
      *================================================================*
           EVALUATE DB2-INTERFACE
             WHEN 'HCNX'
               MOVE DB2-RECORD-DATA TO EHR-RESEND-RECORD
               WRITE EHR-RESEND-RECORD
             WHEN 'HCRP'
               MOVE DB2-RECORD-DATA TO PHR-RESEND-RECORD
               WRITE PHR-RESEND-RECORD
             WHEN 'RMDO'
               MOVE DB2-RECORD-DATA TO RMD-RESEND-RECORD
               WRITE RMD-RESEND-RECORD
           END-EVALUATE.
           ADD 1 TO WS-RECORDS-RESENT.

           PERFORM FETCH-LOGGED-RECORD.

       RESEND-LOGGED-RECORD-EXIT.
           EXIT.

      *================================================================*
       FORCE-COMMIT.
      *================================================================*
           ADD 1 TO WS-UNCOMMITTED.
           PERFORM COMMIT-UNIT-OF-WORK.

       FORCE-COMMIT-EXIT.
           EXIT.

      *================================================================*
       COMMIT-UNIT-OF-WORK.
      *================================================================*
      * Harden the acknowledgments and resends so far - the worklist  *
      * cursor is WITH HOLD, so the scan carries straight on.  A      *
      * failed commit ends the run; a rerun with the same ACKIN       *
      * reports the acknowledgments that did harden as exceptions,    *
      * and settles the rest.                                          *
      *================================================================*
           IF WS-UNCOMMITTED GREATER THAN ZERO
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCAKBR01 - COMMIT FAILED, SQLCODE = ' SQLCODE
               DISPLAY 'HCAKBR01 - RUN ENDED, RERUN THE JOB'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE ZERO TO WS-UNCOMMITTED
           END-IF.

       COMMIT-UNIT-OF-WORK-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-ACKS.
      *================================================================*
           MOVE WS-HEADER-COUNT     TO RT-HEADERS.
           MOVE WS-ACCEPTED-COUNT   TO RT-ACCEPTED.
           MOVE WS-PARTLY-COUNT     TO RT-PARTLY.
           MOVE WS-REJECTED-COUNT   TO RT-REJECTED.
           MOVE WS-RECORD-REJECTS   TO RT-RECORD-REJECTS.
           MOVE WS-EXCEPTION-COUNT  TO RT-EXCEPTIONS.
           MOVE RL-TOTAL-LINE-1     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-RESENT-COUNT     TO RT-RESENT.
           MOVE WS-WORKLIST-COUNT   TO RT-WORKLIST.
           MOVE WS-WITHDRAWN-COUNT  TO RT-WITHDRAWN.
           MOVE RL-TOTAL-LINE-2     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           DISPLAY 'HCAKBR01 - ACK HEADERS = ' WS-HEADER-COUNT
                   ' ACCEPTED = ' WS-ACCEPTED-COUNT
                   ' WITH REJECTS = ' WS-PARTLY-COUNT
                   ' REJECTED = ' WS-REJECTED-COUNT.
           DISPLAY 'HCAKBR01 - RECORD REJECTS = ' WS-RECORD-REJECTS
                   ' EXCEPTIONS = ' WS-EXCEPTION-COUNT
                   ' RESENT = ' WS-RESENT-COUNT
                   ' ON WORKLIST = ' WS-WORKLIST-COUNT.

           IF WS-WORKLIST-COUNT + WS-REJECTED-COUNT
                + WS-RECORD-REJECTS + WS-EXCEPTION-COUNT
                  GREATER THAN ZERO
              AND RETURN-CODE LESS THAN 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE CONTROL-IN
           CLOSE ACK-IN
           CLOSE EHR-RESEND
           CLOSE PHR-RESEND
           CLOSE RMD-RESEND
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-ACKS-READ          TO RN-READ-COUNT
           MOVE WS-RESENT-COUNT       TO RN-WRITTEN-COUNT
           MOVE WS-EXCEPTION-COUNT    TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCAKBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-ACKS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
