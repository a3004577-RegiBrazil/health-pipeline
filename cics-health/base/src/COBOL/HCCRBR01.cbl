      ******************************************************************
      *                                                                *
      *          Insurance Remittance Posting and Aged Claims Batch    *
      *                                                                *
      *   Return leg of the HCCGBR01 claims run.  Reads the insurer's  *
      *  remittance file on REMITIN - one record per claim settled,    *
      *  carrying our claim id, the card number, the amount paid,      *
      *  the payment date and the insurer's reason text - and posts    *
      *  each one to its CLAIM row: paid in full ('P'), part-paid      *
      *  ('T', less than claimed) or rejected ('R', nothing paid),     *
      *  with the reason kept on the row.  A second remittance for a   *
      *  part-paid claim adds to what was paid before.                 *
      *                                                                *
      *   A remittance that names no claim of ours, carries a          *
      *  different card number, or arrives for a claim already paid    *
      *  or rejected is not posted; it prints on the unmatched list    *
      *  on RPTOUT for the practice manager to take up with the        *
      *  insurer.  The file's 'T' trailer is skipped.                  *
      *                                                                *
      *   After posting, the aged unpaid-claims worklist prints every  *
      *  claim still submitted or part-paid, oldest first, with days   *
      *  outstanding, the amount still owed, and totals per age band   *
      *  (0-30, 31-60, 61-90, over 90 days).                           *
      *                                                                *
      *   Every remittance posted is recorded on REMITPOSTING - the    *
      *  claim id, the payment date as the insurer sent it and the     *
      *  amount - in the same unit of work as the CLAIM update.  A     *
      *  remittance already recorded there is not posted again; it     *
      *  prints on the unmatched list as already posted.  Postings     *
      *  commit in bounded units of work, the HCIEBR01 discipline, so  *
      *  a rerun over the same file, whole or after a failure, adds    *
      *  no part-payment twice.                                        *
      *                                                                *
      *   REMITPOSTING -                                               *
      *     CLAIMID       INTEGER                                      *
      *     REMITDATE     CHAR(10)      payment date as on REMITIN     *
      *     REMITAMOUNT   DECIMAL(7,2)                                 *
      *     POSTEDTS      TIMESTAMP                                    *
      *   unique on CLAIMID, REMITDATE, REMITAMOUNT.                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCCRBR01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-IN      ASSIGN TO REMITIN.
           SELECT REPORT-OUT    ASSIGN TO RPTOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  REMIT-IN
           RECORDING MODE IS F.
       01  REMIT-IN-RECORD.
           03 RI-RECORD-TYPE        PIC X(01).
              88 RI-TRAILER                  VALUE 'T'.
           03 RI-CLAIM-ID           PIC 9(10).
           03 RI-INS-CARD-NUM       PIC X(10).
           03 RI-PAID-AMOUNT        PIC 9(05)V99.
           03 RI-PAID-DATE          PIC X(10).
           03 RI-REASON             PIC X(30).
           03 FILLER                PIC X(12).

       FD  REPORT-OUT
           RECORDING MODE IS F.
       01  REPORT-OUT-RECORD        PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      * Common defintions                                              *
      *----------------------------------------------------------------*
        01  WS-HEADER.
           03 WS-EYECATCHER            PIC X(16)
                                        VALUE 'HCCRBR01------WS'.

      *----------------------------------------------------------------*
      * Switches and counters                                          *
      *----------------------------------------------------------------*
       01  WS-SWITCHES.
           03 WS-REMIT-EOF          PIC X(01) VALUE 'N'.
              88 WS-REMIT-AT-EOF             VALUE 'Y'.
           03 WS-AGED-EOF           PIC X(01) VALUE 'N'.
              88 WS-AGED-AT-EOF              VALUE 'Y'.

       01  WS-WORK-FIELDS.
           03 WS-COMMIT-LIMIT       PIC 9(05) COMP VALUE 500.
           03 WS-UNCOMMITTED        PIC 9(05) COMP VALUE ZERO.
           03 WS-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
           03 WS-PAID-COUNT         PIC 9(07) COMP VALUE ZERO.
           03 WS-PART-PAID-COUNT    PIC 9(07) COMP VALUE ZERO.
           03 WS-REJECTED-COUNT     PIC 9(07) COMP VALUE ZERO.
           03 WS-UNMATCHED-COUNT    PIC 9(07) COMP VALUE ZERO.
           03 WS-AGED-COUNT         PIC 9(07) COMP VALUE ZERO.
           03 WS-UNMATCHED-TEXT     PIC X(20) VALUE SPACES.
           03 WS-OWED               PIC 9(07)V99 VALUE ZERO.
           03 WS-BAND-SUB           PIC 9(04) COMP VALUE ZERO.

      * Outstanding totals by age band - 0-30, 31-60, 61-90, over 90
       01  WS-AGE-BANDS.
           03 WS-BAND OCCURS 4 TIMES.
              05 WS-BAND-COUNT      PIC 9(07) COMP.
              05 WS-BAND-OWED       PIC 9(09)V99.

       01  WS-BAND-NAMES.
           03 FILLER                PIC X(12) VALUE '0-30 DAYS'.
           03 FILLER                PIC X(12) VALUE '31-60 DAYS'.
           03 FILLER                PIC X(12) VALUE '61-90 DAYS'.
           03 FILLER                PIC X(12) VALUE 'OVER 90 DAYS'.
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           03 WS-BAND-NAME          PIC X(12) OCCURS 4 TIMES.

      *----------------------------------------------------------------*
      * Report line layouts - moved to REPORT-OUT-RECORD before WRITE  *
      *----------------------------------------------------------------*
       01  RL-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(40)
                  VALUE 'INSURANCE REMITTANCE POSTING FOR RUN '.
           03 RH1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(82) VALUE SPACES.

       01  RL-UNMATCHED-HEADING.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(40)
                  VALUE 'REMITTANCES NOT POSTED:'.
           03 FILLER                PIC X(92) VALUE SPACES.

       01  RL-UNMATCHED-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RU-CLAIM-ID           PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RU-CARD               PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RU-PAID-AMOUNT        PIC ZZ,ZZ9.99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RU-PAID-DATE          PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RU-REASON             PIC X(30).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RU-NOT-POSTED         PIC X(20).
           03 FILLER                PIC X(33) VALUE SPACES.

       01  RL-POSTING-TOTAL.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(06) VALUE 'READ: '.
           03 RP-READ               PIC ZZZZZZ9.
           03 FILLER                PIC X(07) VALUE ' PAID: '.
           03 RP-PAID               PIC ZZZZZZ9.
           03 FILLER                PIC X(12) VALUE ' PART-PAID: '.
           03 RP-PART-PAID          PIC ZZZZZZ9.
           03 FILLER                PIC X(11) VALUE ' REJECTED: '.
           03 RP-REJECTED           PIC ZZZZZZ9.
           03 FILLER                PIC X(13) VALUE ' NOT POSTED: '.
           03 RP-UNMATCHED          PIC ZZZZZZ9.
           03 FILLER                PIC X(48) VALUE SPACES.

       01  RL-AGED-HEADING-1.
           03 FILLER                PIC X(01) VALUE '1'.
           03 FILLER                PIC X(40)
                  VALUE 'AGED UNPAID CLAIMS AS AT '.
           03 RA1-RUN-DATE          PIC X(10).
           03 FILLER                PIC X(82) VALUE SPACES.

       01  RL-AGED-HEADING-2.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(12) VALUE 'CLAIM'.
           03 FILLER                PIC X(12) VALUE 'PATIENT'.
           03 FILLER                PIC X(32) VALUE 'NAME'.
           03 FILLER                PIC X(12) VALUE 'CARD'.
           03 FILLER                PIC X(12) VALUE 'CLAIMED ON'.
           03 FILLER                PIC X(06) VALUE 'DAYS'.
           03 FILLER                PIC X(04) VALUE 'ST'.
           03 FILLER                PIC X(11) VALUE '   CLAIMED'.
           03 FILLER                PIC X(11) VALUE '      OWED'.
           03 FILLER                PIC X(20) VALUE SPACES.

       01  RL-AGED-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RA-CLAIM-ID           PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RA-PATIENT-ID         PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RA-LAST-NAME          PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RA-FIRST-NAME         PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 RA-CARD               PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RA-CLAIM-DATE         PIC X(10).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RA-DAYS               PIC ZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RA-STATUS             PIC X(01).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 RA-CLAIMED            PIC ZZ,ZZ9.99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 RA-OWED               PIC ZZ,ZZ9.99.
           03 FILLER                PIC X(22) VALUE SPACES.

       01  RL-BAND-LINE.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 FILLER                PIC X(12) VALUE SPACES.
           03 RB-BAND-NAME          PIC X(12).
           03 FILLER                PIC X(08) VALUE ' CLAIMS '.
           03 RB-COUNT              PIC ZZZZZZ9.
           03 FILLER                PIC X(07) VALUE '  OWED '.
           03 RB-OWED               PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                PIC X(72) VALUE SPACES.

       01  RL-BAND-HEADING.
           03 FILLER                PIC X(01) VALUE '0'.
           03 FILLER                PIC X(40)
                  VALUE 'OUTSTANDING BY AGE:'.
           03 FILLER                PIC X(92) VALUE SPACES.

      *----------------------------------------------------------------*
      * Definitions required by SQL statement                          *
      *----------------------------------------------------------------*
       01  DB2-IN.
           03 DB2-TODAY              PIC X(10).
           03 DB2-CLAIM-ID           PIC S9(9) COMP.
           03 DB2-REMIT-AMOUNT       PIC S9(5)V99 COMP-3.
           03 DB2-PAID-DATE          PIC X(10).
           03 DB2-REASON             PIC X(30).
           03 DB2-NEW-STATUS         PIC X(01).
           03 DB2-NEW-PAID           PIC S9(5)V99 COMP-3.
           03 DB2-REMIT-DATE         PIC X(10).
           03 DB2-POSTED-COUNT       PIC S9(9) COMP.

       01  DB2-CLAIM.
           03 DB2-CLM-CARD           PIC X(10).
           03 DB2-CLM-STATUS         PIC X(01).
              88 DB2-CLM-SETTLED              VALUE 'P' 'R'.
           03 DB2-CLM-AMOUNT         PIC S9(5)V99 COMP-3.
           03 DB2-CLM-PAID           PIC S9(5)V99 COMP-3.

       01  DB2-AGED.
           03 DB2-AGD-CLAIM-ID       PIC S9(9) COMP.
           03 DB2-AGD-PATIENT-ID     PIC S9(9) COMP.
           03 DB2-AGD-CARD           PIC X(10).
           03 DB2-AGD-CLAIM-DATE     PIC X(10).
           03 DB2-AGD-STATUS         PIC X(01).
           03 DB2-AGD-AMOUNT         PIC S9(5)V99 COMP-3.
           03 DB2-AGD-PAID           PIC S9(5)V99 COMP-3.
           03 DB2-AGD-DAYS           PIC S9(9) COMP.
           03 DB2-AGD-FIRST-NAME     PIC X(10).
           03 DB2-AGD-LAST-NAME      PIC X(20).

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

      * Claims the insurer still owes on - submitted, or part-paid -
      * oldest first, with days since the claim went out
           EXEC SQL
             DECLARE AGED-CUR CURSOR FOR
               SELECT C.CLAIMID,
                      C.PATIENTID,
                      C.INSCARDNUMBER,
                      C.CLAIMDATE,
                      C.STATUS,
                      C.CLAIMAMOUNT,
                      COALESCE(C.PAIDAMOUNT, 0),
                      DAYS(CURRENT DATE) - DAYS(C.CLAIMDATE),
                      P.FIRSTNAME,
                      P.LASTNAME
                 FROM CLAIM C, PATIENT P
                WHERE P.PATIENTID = C.PATIENTID
                  AND C.STATUS IN ('S', 'T')
                ORDER BY C.CLAIMDATE, C.CLAIMID
           END-EXEC.

      ******************************************************************
      *    P R O C E D U R E S
      ******************************************************************
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
       MAINLINE SECTION.

           PERFORM INITIALIZE-REMITTANCE.

           PERFORM POST-ONE-REMITTANCE
             UNTIL WS-REMIT-AT-EOF.

           PERFORM COMMIT-UNIT-OF-WORK.

           PERFORM PRINT-POSTING-TOTALS.

           PERFORM PRINT-AGED-WORKLIST.

           PERFORM TERMINATE-REMITTANCE.

           STOP RUN.

       MAINLINE-EXIT.
           EXIT.
      *----------------------------------------------------------------*

      *================================================================*
       INITIALIZE-REMITTANCE.
      *================================================================*
           MOVE 'HCCRBR01' TO RN-JOB-NAME
           PERFORM RUN-CONTROL-START.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCCRBR01 - BATCHRUN WRITE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

           OPEN INPUT  REMIT-IN
           OPEN OUTPUT REPORT-OUT.

           INITIALIZE WS-AGE-BANDS.

           EXEC SQL
             SET :DB2-TODAY = CHAR(CURRENT DATE, ISO)
           END-EXEC.

           MOVE DB2-TODAY            TO RH1-RUN-DATE.
           MOVE RL-HEADING-1         TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-UNMATCHED-HEADING TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           PERFORM READ-REMITTANCE.

       INITIALIZE-REMITTANCE-EXIT.
           EXIT.

      *================================================================*
       READ-REMITTANCE.
      *================================================================*
           READ REMIT-IN
             AT END
               MOVE 'Y' TO WS-REMIT-EOF
             NOT AT END
               IF NOT RI-TRAILER
                 ADD 1 TO WS-RECORDS-READ
               END-IF
           END-READ.

       READ-REMITTANCE-EXIT.
           EXIT.

      *================================================================*
       POST-ONE-REMITTANCE.
      *================================================================*
      * Find the claim, check it is ours and still open, then post.   *
      * The insurer's trailer is not a remittance - step past it.     *
      *================================================================*
           MOVE SPACES TO WS-UNMATCHED-TEXT.

           IF RI-TRAILER
             CONTINUE
           ELSE
             PERFORM VALIDATE-REMITTANCE
           END-IF.

           PERFORM READ-REMITTANCE.

       POST-ONE-REMITTANCE-EXIT.
           EXIT.

      *================================================================*
       VALIDATE-REMITTANCE.
      *================================================================*
           IF RI-CLAIM-ID IS NOT NUMERIC
              OR RI-PAID-AMOUNT IS NOT NUMERIC
             MOVE 'INVALID RECORD'  TO WS-UNMATCHED-TEXT
           ELSE
             PERFORM READ-CLAIM
           END-IF.

           IF WS-UNMATCHED-TEXT EQUAL SPACES
             PERFORM UPDATE-CLAIM
           END-IF.

           IF WS-UNMATCHED-TEXT NOT EQUAL SPACES
             PERFORM WRITE-UNMATCHED-LINE
           END-IF.

       VALIDATE-REMITTANCE-EXIT.
           EXIT.

      *================================================================*
       READ-CLAIM.
      *================================================================*
           MOVE RI-CLAIM-ID TO DB2-CLAIM-ID.

           EXEC SQL
             SELECT INSCARDNUMBER,
                    STATUS,
                    CLAIMAMOUNT,
                    COALESCE(PAIDAMOUNT, 0)
               INTO :DB2-CLM-CARD,
                    :DB2-CLM-STATUS,
                    :DB2-CLM-AMOUNT,
                    :DB2-CLM-PAID
               FROM CLAIM
              WHERE CLAIMID = :DB2-CLAIM-ID
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               IF DB2-CLM-CARD NOT EQUAL RI-INS-CARD-NUM
                 MOVE 'CARD MISMATCH'   TO WS-UNMATCHED-TEXT
               ELSE
                 PERFORM CHECK-ALREADY-POSTED
                 IF WS-UNMATCHED-TEXT EQUAL SPACES
                    AND DB2-CLM-SETTLED
                   MOVE 'ALREADY SETTLED' TO WS-UNMATCHED-TEXT
                 END-IF
               END-IF
             WHEN 100
               MOVE 'NO SUCH CLAIM'     TO WS-UNMATCHED-TEXT
             WHEN OTHER
               DISPLAY 'HCCRBR01 - SELECT CLAIM FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'READ FAILED'       TO WS-UNMATCHED-TEXT
           END-EVALUATE.

       READ-CLAIM-EXIT.
           EXIT.

      *================================================================*
       CHECK-ALREADY-POSTED.
      *================================================================*
      * The same claim, payment date and amount on REMITPOSTING means *
      * this remittance was posted by an earlier run over the file.   *
      *================================================================*
           MOVE RI-PAID-AMOUNT TO DB2-REMIT-AMOUNT.
           MOVE RI-PAID-DATE   TO DB2-REMIT-DATE.

           EXEC SQL
             SELECT COUNT(*)
               INTO :DB2-POSTED-COUNT
               FROM REMITPOSTING
              WHERE CLAIMID     = :DB2-CLAIM-ID
                AND REMITDATE   = :DB2-REMIT-DATE
                AND REMITAMOUNT = :DB2-REMIT-AMOUNT
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE NOT EQUAL 0
               DISPLAY 'HCCRBR01 - SELECT REMITPOSTING FAILED, '
                       'SQLCODE = ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'READ FAILED'       TO WS-UNMATCHED-TEXT
             WHEN DB2-POSTED-COUNT GREATER THAN ZERO
               MOVE 'ALREADY POSTED'    TO WS-UNMATCHED-TEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       CHECK-ALREADY-POSTED-EXIT.
           EXIT.

      *================================================================*
       UPDATE-CLAIM.
      *================================================================*
      * What has now been paid decides the outcome: nothing paid at  *
      * all is a rejection, less than claimed is part-paid, the full  *
      * amount or more is paid.                                        *
      *================================================================*
           MOVE RI-PAID-AMOUNT TO DB2-REMIT-AMOUNT.
           COMPUTE DB2-NEW-PAID = DB2-CLM-PAID + DB2-REMIT-AMOUNT.

           EVALUATE TRUE
             WHEN DB2-NEW-PAID EQUAL ZERO
               MOVE 'R' TO DB2-NEW-STATUS
             WHEN DB2-NEW-PAID LESS THAN DB2-CLM-AMOUNT
               MOVE 'T' TO DB2-NEW-STATUS
             WHEN OTHER
               MOVE 'P' TO DB2-NEW-STATUS
           END-EVALUATE.

           MOVE RI-PAID-DATE TO DB2-PAID-DATE.
           IF RI-PAID-DATE EQUAL SPACES
             MOVE DB2-TODAY  TO DB2-PAID-DATE
           END-IF.
           MOVE RI-REASON    TO DB2-REASON.

           EXEC SQL
             UPDATE CLAIM
                SET STATUS       = :DB2-NEW-STATUS,
                    PAIDAMOUNT   = :DB2-NEW-PAID,
                    PAIDDATE     = :DB2-PAID-DATE,
                    REMITREASON  = :DB2-REASON,
                    UPDATEDTS    = CURRENT TIMESTAMP
              WHERE CLAIMID      = :DB2-CLAIM-ID
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCCRBR01 - UPDATE CLAIM FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'UPDATE FAILED' TO WS-UNMATCHED-TEXT
           ELSE
             PERFORM INSERT-REMIT-POSTING
           END-IF.

           IF WS-UNMATCHED-TEXT EQUAL SPACES
             EVALUATE DB2-NEW-STATUS
               WHEN 'P'
                 ADD 1 TO WS-PAID-COUNT
               WHEN 'T'
                 ADD 1 TO WS-PART-PAID-COUNT
               WHEN OTHER
                 ADD 1 TO WS-REJECTED-COUNT
             END-EVALUATE
             ADD 1 TO WS-UNCOMMITTED
             IF WS-UNCOMMITTED NOT LESS THAN WS-COMMIT-LIMIT
               PERFORM COMMIT-UNIT-OF-WORK
             END-IF
           END-IF.

       UPDATE-CLAIM-EXIT.
           EXIT.

      *================================================================*
       INSERT-REMIT-POSTING.
      *================================================================*
      * Record the remittance as posted, in the same unit of work as  *
      * the CLAIM update, so the two harden or back out together.     *
      * If the record cannot be written the unit of work is rolled    *
      * back - this claim's update and every posting since the last   *
      * commit - and the run ends; none of them is on REMITPOSTING,   *
      * so the rerun posts them again, once.                           *
      *================================================================*
           EXEC SQL
             INSERT INTO REMITPOSTING
                       ( CLAIMID,
                         REMITDATE,
                         REMITAMOUNT,
                         POSTEDTS )
                VALUES ( :DB2-CLAIM-ID,
                         :DB2-REMIT-DATE,
                         :DB2-REMIT-AMOUNT,
                         CURRENT TIMESTAMP )
           END-EXEC.

           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCCRBR01 - INSERT REMITPOSTING FAILED, '
                     'SQLCODE = ' SQLCODE
             EXEC SQL
               ROLLBACK
             END-EXEC
             DISPLAY 'HCCRBR01 - UNCOMMITTED POSTINGS BACKED OUT, '
                     'RERUN THE JOB'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       INSERT-REMIT-POSTING-EXIT.
           EXIT.

      *================================================================*
       WRITE-UNMATCHED-LINE.
      *================================================================*
           MOVE RI-CLAIM-ID         TO RU-CLAIM-ID.
           MOVE RI-INS-CARD-NUM     TO RU-CARD.
           IF RI-PAID-AMOUNT IS NUMERIC
             MOVE RI-PAID-AMOUNT    TO RU-PAID-AMOUNT
           ELSE
             MOVE ZERO              TO RU-PAID-AMOUNT
           END-IF.
           MOVE RI-PAID-DATE        TO RU-PAID-DATE.
           MOVE RI-REASON           TO RU-REASON.
           MOVE WS-UNMATCHED-TEXT   TO RU-NOT-POSTED.
           MOVE RL-UNMATCHED-LINE   TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           ADD 1 TO WS-UNMATCHED-COUNT.

       WRITE-UNMATCHED-LINE-EXIT.
           EXIT.

      *================================================================*
       PRINT-POSTING-TOTALS.
      *================================================================*
           MOVE WS-RECORDS-READ      TO RP-READ.
           MOVE WS-PAID-COUNT        TO RP-PAID.
           MOVE WS-PART-PAID-COUNT   TO RP-PART-PAID.
           MOVE WS-REJECTED-COUNT    TO RP-REJECTED.
           MOVE WS-UNMATCHED-COUNT   TO RP-UNMATCHED.
           MOVE RL-POSTING-TOTAL     TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

       PRINT-POSTING-TOTALS-EXIT.
           EXIT.

      *================================================================*
       PRINT-AGED-WORKLIST.
      *================================================================*
           MOVE DB2-TODAY            TO RA1-RUN-DATE.
           MOVE RL-AGED-HEADING-1    TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE RL-AGED-HEADING-2    TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

           EXEC SQL
             OPEN AGED-CUR
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY 'HCCRBR01 - OPEN AGED-CUR FAILED, SQLCODE = '
                     SQLCODE
             MOVE 16 TO RETURN-CODE
             MOVE 'Y' TO WS-AGED-EOF
           ELSE
             PERFORM FETCH-AGED-CLAIM
             PERFORM WRITE-AGED-LINE
               UNTIL WS-AGED-AT-EOF

             EXEC SQL
               CLOSE AGED-CUR
             END-EXEC
           END-IF.

           MOVE RL-BAND-HEADING      TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           PERFORM WRITE-BAND-LINE
             VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB GREATER THAN 4.

       PRINT-AGED-WORKLIST-EXIT.
           EXIT.

      *================================================================*
       FETCH-AGED-CLAIM.
      *================================================================*
           EXEC SQL
             FETCH AGED-CUR
               INTO :DB2-AGD-CLAIM-ID,
                    :DB2-AGD-PATIENT-ID,
                    :DB2-AGD-CARD,
                    :DB2-AGD-CLAIM-DATE,
                    :DB2-AGD-STATUS,
                    :DB2-AGD-AMOUNT,
                    :DB2-AGD-PAID,
                    :DB2-AGD-DAYS,
                    :DB2-AGD-FIRST-NAME,
                    :DB2-AGD-LAST-NAME
           END-EXEC.

           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-AGED-EOF
             WHEN OTHER
               DISPLAY 'HCCRBR01 - FETCH AGED-CUR FAILED, SQLCODE = '
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-AGED-EOF
           END-EVALUATE.

       FETCH-AGED-CLAIM-EXIT.
           EXIT.

      *================================================================*
       WRITE-AGED-LINE.
      *================================================================*
           COMPUTE WS-OWED = DB2-AGD-AMOUNT - DB2-AGD-PAID.

           EVALUATE TRUE
             WHEN DB2-AGD-DAYS GREATER THAN 90
               MOVE 4 TO WS-BAND-SUB
             WHEN DB2-AGD-DAYS GREATER THAN 60
               MOVE 3 TO WS-BAND-SUB
             WHEN DB2-AGD-DAYS GREATER THAN 30
               MOVE 2 TO WS-BAND-SUB
             WHEN OTHER
               MOVE 1 TO WS-BAND-SUB
           END-EVALUATE.
           ADD 1       TO WS-BAND-COUNT (WS-BAND-SUB).
           ADD WS-OWED TO WS-BAND-OWED (WS-BAND-SUB).

           MOVE DB2-AGD-CLAIM-ID    TO RA-CLAIM-ID.
           MOVE DB2-AGD-PATIENT-ID  TO RA-PATIENT-ID.
           MOVE DB2-AGD-LAST-NAME   TO RA-LAST-NAME.
           MOVE DB2-AGD-FIRST-NAME  TO RA-FIRST-NAME.
           MOVE DB2-AGD-CARD        TO RA-CARD.
           MOVE DB2-AGD-CLAIM-DATE  TO RA-CLAIM-DATE.
           MOVE DB2-AGD-DAYS        TO RA-DAYS.
           MOVE DB2-AGD-STATUS      TO RA-STATUS.
           MOVE DB2-AGD-AMOUNT      TO RA-CLAIMED.
           MOVE WS-OWED             TO RA-OWED.
           MOVE RL-AGED-LINE        TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           ADD 1 TO WS-AGED-COUNT.

           PERFORM FETCH-AGED-CLAIM.

       WRITE-AGED-LINE-EXIT.
           EXIT.

      *================================================================*
       WRITE-BAND-LINE.
      *================================================================*
           MOVE WS-BAND-NAME (WS-BAND-SUB)  TO RB-BAND-NAME.
           MOVE WS-BAND-COUNT (WS-BAND-SUB) TO RB-COUNT.
           MOVE WS-BAND-OWED (WS-BAND-SUB)  TO RB-OWED.
           MOVE RL-BAND-LINE                TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.

       WRITE-BAND-LINE-EXIT.
           EXIT.

      *================================================================*
       COMMIT-UNIT-OF-WORK.
      *================================================================*
      * Harden the postings made so far and let the locks go.  A      *
      * failed commit ends the run; on the rerun the remittances that *
      * hardened are found on REMITPOSTING, so nothing is posted      *
      * twice.                                                         *
      *================================================================*
           IF WS-UNCOMMITTED GREATER THAN ZERO
             EXEC SQL
               COMMIT
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               DISPLAY 'HCCRBR01 - COMMIT FAILED, SQLCODE = ' SQLCODE
               DISPLAY 'HCCRBR01 - RUN ENDED, RERUN THE JOB'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE ZERO TO WS-UNCOMMITTED
           END-IF.

       COMMIT-UNIT-OF-WORK-EXIT.
           EXIT.

      *================================================================*
       TERMINATE-REMITTANCE.
      *================================================================*
           DISPLAY 'HCCRBR01 - READ = ' WS-RECORDS-READ
                   ' PAID = ' WS-PAID-COUNT
                   ' PART-PAID = ' WS-PART-PAID-COUNT
                   ' REJECTED = ' WS-REJECTED-COUNT
                   ' NOT POSTED = ' WS-UNMATCHED-COUNT
                   ' UNPAID = ' WS-AGED-COUNT.

           CLOSE REMIT-IN
           CLOSE REPORT-OUT.

           MOVE RETURN-CODE           TO RN-RETURN-CODE
           MOVE WS-RECORDS-READ       TO RN-READ-COUNT
           COMPUTE RN-WRITTEN-COUNT = WS-PAID-COUNT
                                    + WS-PART-PAID-COUNT
                                    + WS-REJECTED-COUNT
           MOVE WS-UNMATCHED-COUNT    TO RN-REJECTED-COUNT
           PERFORM RUN-CONTROL-END.
           IF RN-CONTROL-FAILED
             DISPLAY 'HCCRBR01 - BATCHRUN UPDATE FAILED, SQLCODE = '
                     RN-SQLCODE
           END-IF.

       TERMINATE-REMITTANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       COPY HCRUNCPD.
