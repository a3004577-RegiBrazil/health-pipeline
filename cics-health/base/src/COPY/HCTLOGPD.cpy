      *================================================================*
       TRANSMISSION-LOG-OPEN.
      *================================================================*
      * Take the interface's next sequence number and open its        *
      * XMITLOG row.  One transmission per interface is written at a  *
      * time, and the unique index on INTERFACE/SEQNO refuses a       *
      * second taker of the same number.                               *
      *================================================================*
           MOVE 'N'  TO TL-LOG-SW
           MOVE ZERO TO TL-SEQUENCE-NO
           MOVE ZERO TO TL-RECORD-NO
           MOVE ZERO TO TL-RECORD-COUNT

           EXEC SQL
             SELECT COALESCE(MAX(SEQNO), 0) + 1
               INTO :TL-SEQUENCE-NO
               FROM XMITLOG
              WHERE INTERFACE = :TL-INTERFACE
           END-EXEC.

           IF SQLCODE EQUAL 0
             EXEC SQL
               INSERT INTO XMITLOG
                         ( INTERFACE,
                           SEQNO,
                           JOBNAME,
                           STATUS,
                           OPENEDTS,
                           SENTTS,
                           RECORDCNT,
                           ACKTS,
                           ACKRECEIVED,
                           REJECTCNT,
                           RESENDCNT,
                           LASTSENTTS )
                  VALUES ( :TL-INTERFACE,
                           :TL-SEQUENCE-NO,
                           :TL-JOB-NAME,
                           'O',
                           CURRENT TIMESTAMP,
                           NULL,
                           0,
                           NULL,
                           0,
                           0,
                           0,
                           NULL )
             END-EXEC
           END-IF.

           IF SQLCODE NOT EQUAL 0
             MOVE SQLCODE TO TL-SQLCODE
             MOVE 'Y' TO TL-LOG-SW
             MOVE ZERO TO TL-SEQUENCE-NO
           END-IF.

       TRANSMISSION-LOG-OPEN-EXIT.
           EXIT.

      *================================================================*
       TRANSMISSION-LOG-RECORD.
      *================================================================*
      * Keep a copy of the record just written, numbered by its       *
      * position in the transmission - the number a partner quotes    *
      * when it rejects a single record.                               *
      *================================================================*
           IF NOT TL-LOG-FAILED
             ADD 1 TO TL-RECORD-NO
             EXEC SQL
               INSERT INTO XMITRECORD
                         ( INTERFACE,
                           SEQNO,
                           RECORDNO,
                           RECORDDATA,
                           RECSTATUS,
                           REJECTCODE,
                           REJECTREASON )
                  VALUES ( :TL-INTERFACE,
                           :TL-SEQUENCE-NO,
                           :TL-RECORD-NO,
                           :TL-RECORD-DATA,
                           ' ',
                           ' ',
                           ' ' )
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE SQLCODE TO TL-SQLCODE
               MOVE 'Y' TO TL-LOG-SW
             END-IF
           END-IF.

       TRANSMISSION-LOG-RECORD-EXIT.
           EXIT.

      *================================================================*
       TRANSMISSION-LOG-CLOSE.
      *================================================================*
      * Mark the transmission sent, with its count of data records,   *
      * to await the partner's acknowledgment.                         *
      *================================================================*
           IF NOT TL-LOG-FAILED
             EXEC SQL
               UPDATE XMITLOG
                  SET STATUS     = 'S',
                      SENTTS     = CURRENT TIMESTAMP,
                      LASTSENTTS = CURRENT TIMESTAMP,
                      RECORDCNT  = :TL-RECORD-COUNT
                WHERE INTERFACE = :TL-INTERFACE
                  AND SEQNO     = :TL-SEQUENCE-NO
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE SQLCODE TO TL-SQLCODE
               MOVE 'Y' TO TL-LOG-SW
             END-IF
           END-IF.

       TRANSMISSION-LOG-CLOSE-EXIT.
           EXIT.
