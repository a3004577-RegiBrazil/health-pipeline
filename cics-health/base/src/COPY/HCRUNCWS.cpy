      *----------------------------------------------------------------*
      *    HCRUNCWS                                                    *
      *    Working storage for the batch run-control record, included  *
      *    by every batch program (and the HCNP/HCRX drain             *
      *    transactions the night schedule waits on).  Paired with     *
      *    the RUN-CONTROL-START and RUN-CONTROL-END paragraphs in     *
      *    HCRUNCPD, which keep one BATCHRUN row per job per business  *
      *    date - start and end time, return code, and the job's key   *
      *    counts - so HCOSBR01 can print the morning status of last   *
      *    night's schedule without anybody reading SYSOUT.            *
      *                                                                *
      *    The including program MOVEs its own name to RN-JOB-NAME,    *
      *    and the job it must follow (if any) to RN-PREDECESSOR,      *
      *    before PERFORMing RUN-CONTROL-START.  It must not carry on  *
      *    when RN-PREDECESSOR-PENDING comes back set - the row has    *
      *    already been written held ('H') with RN-RETURN-CODE 12.     *
      *    At the end it MOVEs its return code and its records read,   *
      *    written and rejected to the RN- fields and PERFORMs         *
      *    RUN-CONTROL-END.                                            *
      *                                                                *
      *    The business date is the date six hours before the run      *
      *    started, so a schedule that runs on past midnight is still  *
      *    one night's work.                                           *
      *----------------------------------------------------------------*
       01  RN-RUN-CONTROL-FIELDS.
           03 RN-JOB-NAME             PIC X(08) VALUE SPACES.
           03 RN-PREDECESSOR          PIC X(08) VALUE SPACES.
           03 RN-BUSINESS-DATE        PIC X(10) VALUE SPACES.
           03 RN-STATUS               PIC X(01) VALUE SPACE.
              88 RN-STATUS-RUNNING              VALUE 'R'.
              88 RN-STATUS-COMPLETE             VALUE 'C'.
              88 RN-STATUS-FAILED               VALUE 'F'.
              88 RN-STATUS-HELD                 VALUE 'H'.
           03 RN-RETURN-CODE          PIC S9(4) COMP VALUE ZERO.
           03 RN-READ-COUNT           PIC S9(9) COMP VALUE ZERO.
           03 RN-WRITTEN-COUNT        PIC S9(9) COMP VALUE ZERO.
           03 RN-REJECTED-COUNT       PIC S9(9) COMP VALUE ZERO.
           03 RN-PREDECESSOR-DONE     PIC S9(9) COMP VALUE ZERO.
           03 RN-CUTOFF-HOURS         PIC S9(4) COMP VALUE +6.
           03 RN-HELD-RETURN-CODE     PIC S9(4) COMP VALUE +12.
           03 RN-WORST-GOOD-RC        PIC S9(4) COMP VALUE +4.
           03 RN-SQLCODE              PIC S9(9) COMP VALUE ZERO.
           03 RN-PREDECESSOR-SW       PIC X(01) VALUE 'N'.
              88 RN-PREDECESSOR-PENDING         VALUE 'Y'.
           03 RN-CONTROL-SW           PIC X(01) VALUE 'N'.
              88 RN-CONTROL-FAILED              VALUE 'Y'.
