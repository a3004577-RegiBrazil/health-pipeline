      *----------------------------------------------------------------*
      *    HCNPEVWS                                                    *
      *    Patient event record written to the HCNP transient data     *
      *    queue whenever HCAPDB01 commits a new PATIENT row, so the   *
      *    external EHR/referral system can pick up same-day           *
      *    registrations instead of waiting on the next batch cycle.   *
      *    The same feed carries the changes that follow: UPDPAT from  *
      *    HCUPDB01 with the demographics as amended, DEAPAT from      *
      *    HCDADB01, and MRGPAT from HCMGDB01 - EP-PATIENT-ID is the   *
      *    retired duplicate and EP-SURVIVOR-ID the record it was      *
      *    merged into.  EP-SURVIVOR-ID is zero on every other type.   *
      *----------------------------------------------------------------*
       01  EP-NEW-PATIENT-EVENT.
           03 EP-EVENT-TYPE           PIC X(06) VALUE 'NEWPAT'.
              88 EP-NEW-PATIENT                 VALUE 'NEWPAT'.
              88 EP-PATIENT-UPDATED             VALUE 'UPDPAT'.
              88 EP-PATIENT-DEACTIVATED         VALUE 'DEAPAT'.
              88 EP-PATIENTS-MERGED             VALUE 'MRGPAT'.
              88 EP-EVENT-TYPE-VALID            VALUES 'NEWPAT'
                                                       'UPDPAT'
                                                       'DEAPAT'
                                                       'MRGPAT'.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 EP-PATIENT-ID           PIC 9(10) VALUE ZEROS.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 EP-USERID               PIC X(10) VALUE SPACES.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 EP-EVENT-TIMESTAMP      PIC X(26) VALUE SPACES.
           03 FILLER                  PIC X(01) VALUE SPACE.
           03 EP-SURVIVOR-ID          PIC 9(10) VALUE ZEROS.
