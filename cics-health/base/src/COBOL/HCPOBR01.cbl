      ******************************************************************
      *                                                                *
      *              Postcode Reference Load Batch                     *
      *                                                                *
      *   Refreshes the DB2 POSTCODEREF table from the postal          *
      *  authority's postcode file on POSTIN, so that the postcode     *
      *  check every address path makes (HCPOSTPD - HCAPDB01,          *
      *  HCUPDB01, HCBRBR01) is made against the authority's current   *
      *  list.  Each live record is stamped with this run's load       *
      *  timestamp - refreshed if the postcode and city pair is        *
      *  already on file, inserted if it is new - and a record the     *
      *  authority marks terminated is skipped.  Once the whole file   *
      *  has loaded cleanly, every pair this run did not stamp has     *
      *  been withdrawn by the authority and is retired.               *
      *                                                                *
      *   Postcodes and cities are folded to upper case on the way in; *
      *  the check folds the value keyed the same way.  A record with  *
      *  no postcode or no city, or a status the authority does not    *
      *  use, prints on RPTOUT and the run ends RC 4.  An empty file   *
      *  ends RC 8 with nothing retired - an empty delivery is never   *
      *  taken to mean every postcode has gone.  A failed statement    *
      *  ends the run RC 16 with nothing retired; the units of work    *
      *  already committed stand, and a rerun re-stamps them.          *
      *                                                                *
      *   POSTCODEREF -                                                *
      *     POSTCODE   CHAR(10)    the authority's form, upper case    *
      *     CITY       CHAR(20)    post town, upper case               *
      *     LOADEDTS   TIMESTAMP   the load that last carried it       *
      *   unique on POSTCODE, CITY - one postcode can serve more than  *
      *   one town.                                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCPOBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTCODE-IN   ASSIGN TO POSTIN.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  POSTCODE-IN
           RECORDING MODE IS F.
       01  POSTCODE-IN-RECORD.
           03 PI-POSTCODE           PIC X(10).
           03 PI-POST-TOWN          PIC X(20).
           03 PI-STATUS             PIC X(01).
              88 PI-LIVE                     VALUE 'L'.
              88 PI-TERMINATED               VALUE 'T'.
           03 FILLER                PIC X(49).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCPOBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-POSTCODE-EOF       PIC X(01) VALUE 'N'.
              88 WS-POSTCODE-AT-EOF          VALUE 'Y'.
           03 WS-LOAD-FAILED-SW     PIC X(01) VALUE 'N'.
              88 WS-LOAD-FAILED              VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-COMMIT-LIMIT       PIC 9(05) COMP VALUE 500.
           03 WS-UNCOMMITTED        PIC 9(05) COMP VALUE ZERO.
           03 WS-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
           03 WS-RECORDS-INSERTED   PIC 9(07) COMP VALUE ZERO.
           03 WS-RECORDS-REFRESHED  PIC 9(07) COMP VALUE ZERO.
           03 WS-RECORDS-TERMINATED PIC 9(07) COMP VALUE ZERO.
           03 WS-RECORDS-REJECTED   PIC 9(07) COMP VALUE ZERO.
           03 WS-RECORDS-LOADED     PIC 9(07) COMP VALUE ZERO.
           03 WS-RECORDS-RETIRED    PIC 9(07) COMP VALUE ZERO.
           03 WS-LOWER-CASE         PIC X(26)
                          VALUE 'abcdefghijklmnopqrstuvwxyz'.
           03 WS-UPPER-CASE         PIC X(26)
                          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(40)
                  VALUE 'POSTCODE REFERENCE LOAD - REJECTS'.
           03 FILLER                PIC X(92) VALUE SPACES.

       01  RL-REJECT-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(08) VALUE 'RECORD '.
           03 RRJ-RECORD-NO         PIC ZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RRJ-POSTCODE          PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RRJ-POST-TOWN         PIC X(20).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RRJ-STATUS            PIC X(01).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RRJ-REASON-TEXT       PIC X(20).
           03 FILLER                PIC X(58) VALUE SPACES.

       01  RL-TOTAL-LINE-1.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(06) VALUE 'READ: '.
           03 RT-READ               PIC ZZZZZZ9.
           03 FILLER                PIC X(06) VALUE ' NEW: '.
           03 RT-INSERTED           PIC ZZZZZZ9.
           03 FILLER                PIC X(12) VALUE ' REFRESHED: '.
           03 RT-REFRESHED          PIC ZZZZZZ9.
           03 FILLER                PIC X(13) VALUE ' TERMINATED: '.
           03 RT-TERMINATED         PIC ZZZZZZ9.
           03 FILLER                PIC X(11) VALUE ' REJECTED: '.
           03 RT-REJECTED           PIC ZZZZZZ9.
           03 FILLER                PIC X(49) VALUE SPACES.

       01  RL-TOTAL-LINE-2.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(36)
                  VALUE 'RETIRED - NO LONGER ON THE FILE:    '.
           03 RT-RETIRED            PIC ZZZZZZ9.
           03 FILLER                PIC X(89) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-POSTCODE           PIC X(10).
           03 DB2-CITY               PIC X(20).
           03 DB2-LOAD-TS            PIC X(26).

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

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-LOAD.

           PERFORM PROCESS-POSTCODE
             UNTIL WS-POSTCODE-AT-EOF.

           PERFORM COMMIT-UNIT-OF-WORK.

           PERFORM RETIRE-WITHDRAWN-POSTCODES.

           PERFORM TERMINATE-LOAD.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-LOAD.
      *================================================================*
           MOVE 'HCPOBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCPOBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  POSTCODE-IN
           OPEN OUTPUT REPORT-OUT.

      * every pair this run carries is stamped with the same time -
      * anything older afterwards has left the authority's file
           EXEC SQL
             SET :DB2-LOAD-TS = CURRENT TIMESTAMP
           END-EXEC.

           MOVE RL-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           PERFORM READ-POSTCODE.

       INITIALIZE-LOAD-EXIT.
           EXIT.

      *================================================================*
       READ-POSTCODE.
      *================================================================*
           READ POSTCODE-IN
             AT END
               MOVE 'Y' TO WS-POSTCODE-EOF
             NOT AT END
               ADD 1 TO WS-RECORDS-READ
           END-READ.

       READ-POSTCODE-EXIT.
           EXIT.

      *================================================================*
       PROCESS-POSTCODE.
      *================================================================*
      * One record off the authority's file.  A terminated postcode   *
      * is not loaded, so it retires with the others the file no      *
      * longer carries.                                                *
      *================================================================*
           EVALUATE TRUE
             WHEN PI-POSTCODE EQUAL SPACES
               MOVE 'NO POSTCODE'        TO RRJ-REASON-TEXT
               PERFORM WRITE-REJECT-LINE
             WHEN PI-POST-TOWN EQUAL SPACES
               MOVE 'NO POST TOWN'       TO RRJ-REASON-TEXT
               PERFORM WRITE-REJECT-LINE
             WHEN PI-TERMINATED
               ADD 1 TO WS-RECORDS-TERMINATED
             WHEN PI-LIVE
               PERFORM LOAD-POSTCODE
             WHEN OTHER
               MOVE 'UNKNOWN STATUS'     TO RRJ-REASON-TEXT
               PERFORM WRITE-REJECT-LINE
           END-EVALUATE.

           IF NOT WS-LOAD-FAILED
             PERFORM READ-POSTCODE
           END-IF.

       PROCESS-POSTCODE-EXIT.
           EXIT.

      *================================================================*
       LOAD-POSTCODE.
      *================================================================*
      * Refresh the pair if it is on file; insert it if it is new.    *
      *================================================================*
           MOVE PI-POSTCODE  TO DB2-POSTCODE.
           MOVE PI-POST-TOWN TO DB2-CITY.
           INSPECT DB2-POSTCODE CONVERTING WS-LOWER-CASE
                                        TO WS-UPPER-CASE.
           INSPECT DB2-CITY     CONVERTING WS-LOWER-CASE
                                        TO WS-UPPER-CASE.

           EXEC SQL
             UPDATE POSTCODEREF
                SET LOADEDTS = :DB2-LOAD-TS
              WHERE POSTCODE = :DB2-POSTCODE
                AND CITY     = :DB2-CITY
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-RECORDS-REFRESHED
             WHEN 100
               PERFORM INSERT-POSTCODE
             WHEN OTHER
               DISPLAY 'HCPOBR01 - UPDATE POSTCODEREF FAILED, '
                       'SQLCODE = ' SQLCODE ' RECORD ' WS-RECORDS-READ
               PERFORM LOAD-FAILED
           END-EVALUATE.

           IF NOT WS-LOAD-FAILED
             ADD 1 TO WS-UNCOMMITTED
             IF WS-UNCOMMITTED NOT LESS THAN WS-COMMIT-LIMIT
               PERFORM COMMIT-UNIT-OF-WORK
             END-IF
           END-IF.

       LOAD-POSTCODE-EXIT.
           EXIT.

      *================================================================*
       INSERT-POSTCODE.
      *================================================================*
           EXEC SQL
             INSERT INTO POSTCODEREF
                       ( POSTCODE,
                         CITY,
                         LOADEDTS )
                VALUES ( :DB2-POSTCODE,
                         :DB2-CITY,
                         :DB2-LOAD-TS )
           END-EXEC.

           IF SQLCODE EQUAL 0
             ADD 1 TO WS-RECORDS-INSERTED
           ELSE
             DISPLAY 'HCPOBR01 - INSERT POSTCODEREF FAILED, '
                     'SQLCODE = ' SQLCODE ' RECORD ' WS-RECORDS-READ
             PERFORM LOAD-FAILED
           END-IF.

       INSERT-POSTCODE-EXIT.
           EXIT.

      *================================================================*
       LOAD-FAILED.
      *================================================================*
      * Stop reading - the pairs after this one would never be        *
      * stamped, so nothing may be retired on this run.                *
      *================================================================*
           MOVE 'Y' TO WS-LOAD-FAILED-SW.
           MOVE 'Y' TO WS-POSTCODE-EOF.
           MOVE 16  TO RETURN-CODE.

       LOAD-FAILED-EXIT.
           EXIT.

      *================================================================*
       WRITE-REJECT-LINE.
      *================================================================*
           MOVE WS-RECORDS-READ  TO RRJ-RECORD-NO.
           MOVE PI-POSTCODE      TO RRJ-POSTCODE.
           MOVE PI-POST-TOWN     TO RRJ-POST-TOWN.
           MOVE PI-STATUS        TO RRJ-STATUS.
           MOVE RL-REJECT-LINE   TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           ADD 1 TO WS-RECORDS-REJECTED.

       WRITE-REJECT-LINE-EXIT.
           EXIT.

      *================================================================*
       COMMIT-UNIT-OF-WORK.
      *================================================================*
      * Harden the pairs stamped so far.  A failed commit ends the    *
      * run - a rerun simply stamps them again.                        *
      *================================================================*
           IF WS-UNCOMMITTED GREATER THAN ZERO
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCPOBR01 - COMMIT FAILED, SQLCODE = ' SQLCODE
               DISPLAY 'HCPOBR01 - RUN ENDED, RERUN THE JOB'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE ZERO TO WS-UNCOMMITTED
           END-IF.

       COMMIT-UNIT-OF-WORK-EXIT.
           EXIT.

      *================================================================*
       RETIRE-WITHDRAWN-POSTCODES.
      *================================================================*
      * Only once the whole file has loaded cleanly, and only when it *
      * carried live postcodes at all - then every pair this run did  *
      * not stamp is one the authority has withdrawn.                  *
      *================================================================*
           ADD WS-RECORDS-INSERTED WS-RECORDS-REFRESHED
             GIVING WS-RECORDS-LOADED.

           EVALUATE TRUE
             WHEN WS-LOAD-FAILED
               DISPLAY 'HCPOBR01 - LOAD INCOMPLETE, NOTHING RETIRED'
             WHEN WS-RECORDS-LOADED EQUAL ZERO
               DISPLAY 'HCPOBR01 - NO LIVE POSTCODES ON THE FILE, '
                       'NOTHING RETIRED'
               MOVE 8 TO RETURN-CODE
             WHEN OTHER
               EXEC SQL
                 DELETE FROM POSTCODEREF
                  WHERE LOADEDTS < :DB2-LOAD-TS
               END-EXEC
               IF SQLCODE EQUAL 0 OR SQLCODE EQUAL 100
                 IF SQLCODE EQUAL 0
                   MOVE SQLERRD(3) TO WS-RECORDS-RETIRED
                 END-IF
                 EXEC SQL
                   COMMIT
                 END-EXEC
                 IF SQLCODE NOT EQUAL 0
                   DISPLAY 'HCPOBR01 - COMMIT FAILED, SQLCODE = '
                           SQLCODE
                   MOVE 16 TO RETURN-CODE
                   MOVE ZERO TO WS-RECORDS-RETIRED
                 END-IF
               ELSE
                 DISPLAY 'HCPOBR01 - RETIRE POSTCODEREF FAILED, '
                         'SQLCODE = ' SQLCODE
                 MOVE 16 TO RETURN-CODE
               END-IF
           END-EVALUATE.

       RETIRE-WITHDRAWN-POSTCODES-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-LOAD.
      *================================================================*
           MOVE WS-RECORDS-READ       TO RT-READ.
           MOVE WS-RECORDS-INSERTED   TO RT-INSERTED.
           MOVE WS-RECORDS-REFRESHED  TO RT-REFRESHED.
           MOVE WS-RECORDS-TERMINATED TO RT-TERMINATED.
           MOVE WS-RECORDS-REJECTED   TO RT-REJECTED.
           MOVE RL-TOTAL-LINE-1       TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-RECORDS-RETIRED    TO RT-RETIRED.
           MOVE RL-TOTAL-LINE-2       TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           DISPLAY 'HCPOBR01 - READ = ' WS-RECORDS-READ
                   ' LOADED = ' WS-RECORDS-LOADED
                   ' REJECTED = ' WS-RECORDS-REJECTED
                   ' RETIRED = ' WS-RECORDS-RETIRED.

           IF WS-RECORDS-REJECTED GREATER THAN ZERO
              AND RETURN-CODE LESS THAN 4
             MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE POSTCODE-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-RECORDS-READ       TO RN-READ-COUNT
           MOVE WS-RECORDS-LOADED     TO RN-WRITTEN-COUNT
           MOVE WS-RECORDS-REJECTED   TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCPOBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-LOAD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
