      * The screen should say "record changed by someone else" and
      * re-fetch rather than silently letting the last writer win.
           03 RC-RECORD-CHANGED       PIC X(02) VALUE '17'.
      * The drug being prescribed matches an allergy on the patient's
      * ALLERGY register, directly or through a DRUGRULE synonym.  A
      * severe allergy refuses the prescription ('18', NOT inserted);
      * a moderate or mild one lets it through with a caution ('19').
           03 RC-ALLERGY-CONFLICT     PIC X(02) VALUE '18'.
           03 RC-ALLERGY-WARN         PIC X(02) VALUE '19'.
      * Appointment slot checks against the CLINICSESSION master: '20'
      * the clinic does not run a session covering that date and time
      * (or the time is not the start of one of its slots), '21' the
      * slot already holds as many patients as the session allows.
      * '22' refuses a session that would overlap another session the
      * same clinic already runs that weekday.
           03 RC-NO-SESSION           PIC X(02) VALUE '20'.
           03 RC-SLOT-FULL            PIC X(02) VALUE '21'.
           03 RC-SESSION-OVERLAP      PIC X(02) VALUE '22'.
      * An immunisation for a vaccine code the VACCSCHEDULE reference
      * does not carry - it could never be recalled, so it is refused.
           03 RC-UNKNOWN-VACCINE      PIC X(02) VALUE '23'.
      * A status change the record's current status does not allow -
      * a closed referral updated, or one stepped back a stage.
           03 RC-INVALID-STATUS-CHANGE PIC X(02) VALUE '24'.
      * A lab test code the LABTEST reference does not carry - the
      * lab could not act on it and no result would ever match it.
           03 RC-UNKNOWN-TEST         PIC X(02) VALUE '25'.
      * A condition code the CONDITIONREF reference does not carry -
      * it would sit on no register and be counted by no indicator.
           03 RC-UNKNOWN-CONDITION    PIC X(02) VALUE '26'.
      * A postcode the POSTCODEREF reference does not carry, or one
      * on file for a different city - letters and claims sent to it
      * would come back.
           03 RC-INVALID-POSTCODE     PIC X(02) VALUE '27'.
      * A report or extract request for a job the request queue does
      * not run, or a selection that job's control card cannot carry.
           03 RC-INVALID-JOB-REQUEST  PIC X(02) VALUE '28'.
           03 RC-RESOURCE-UNAVAIL     PIC X(02) VALUE '89'.
           03 RC-SQL-ERROR            PIC X(02) VALUE '90'.
           03 RC-CA-TOO-SHORT         PIC X(02) VALUE '98'.
