      *    HMEDAU  Medication Change History   (HCMHDB01)                *
      *    UVISIT  Amend Visit Reading         (HCAVDB01)                *
      *    XVISIT  Void Visit Reading          (HCAVDB01)                *
      *    MALLRG  Maintain Patient Allergies  (HCALDB01)                *
      *    MSESSN  Maintain Clinic Sessions    (HCSSDB01)                *
      *    FSLOTS  Next Free Appointment Slots (HCSCDB01)                *
      *    MIMMUN  Maintain Immunisations      (HCIZDB01)                *
      *    MVACSC  Maintain Vaccine Schedule   (HCIZDB01)                *
      *    MREFER  Maintain Outbound Referrals (HCORDB01)                *
      *    PMSEND  Send Portal Message         (HCPMDB01)                *
      *    PMLIST  List Own Portal Messages    (HCPMDB01)                *
      *    MINBOX  Staff Message Inbox         (HCPMDB01)                *
      *    RDEATH  Record Patient Death        (HCDADB01)                *
      *    MCPREF  Contact Preferences/Consent (HCCPDB01)                *
      *    ALBORD  Lab Test Orders             (HCLODB01)                *
      *    MPROBL  Maintain Problem List       (HCPLDB01)                *
      *    RPTREQ  Report/Extract Requests     (HCRQDB01)                *
      *----------------------------------------------------------------*
       03 CA-REQUEST-ID PIC X(6).
          88 CA-REQ-ADD-PATIENT        VALUE 'APATNT'.
          88 CA-REQ-MED-CHANGE-HISTORY VALUE 'HMEDAU'.
          88 CA-REQ-AMEND-VISIT       VALUE 'UVISIT'.
          88 CA-REQ-VOID-VISIT        VALUE 'XVISIT'.
          88 CA-REQ-MAINT-ALLERGY     VALUE 'MALLRG'.
          88 CA-REQ-MAINT-SESSION     VALUE 'MSESSN'.
          88 CA-REQ-FREE-SLOTS        VALUE 'FSLOTS'.
          88 CA-REQ-MAINT-IMMUNISATION VALUE 'MIMMUN'.
          88 CA-REQ-MAINT-VACC-SCHEDULE VALUE 'MVACSC'.
          88 CA-REQ-MAINT-REFERRAL    VALUE 'MREFER'.
          88 CA-REQ-SEND-MESSAGE      VALUE 'PMSEND'.
          88 CA-REQ-LIST-MESSAGES     VALUE 'PMLIST'.
          88 CA-REQ-MESSAGE-INBOX     VALUE 'MINBOX'.
          88 CA-REQ-RECORD-DEATH      VALUE 'RDEATH'.
          88 CA-REQ-MAINT-PREFERENCES VALUE 'MCPREF'.
          88 CA-REQ-LAB-ORDER         VALUE 'ALBORD'.
          88 CA-REQ-MAINT-PROBLEM     VALUE 'MPROBL'.
          88 CA-REQ-REPORT-REQUEST    VALUE 'RPTREQ'.
       03 CA-RETURN-CODE PIC 9(2).
      *----------------------------------------------------------------*
      * See HCERRSWS for the full catalogue of CA-RETURN-CODE values.  *
      * inquiry fills CA-APPT-COUNT and that many CA-APPT-RESULT      *
      * rows with the patient's booked appointments from today on,    *
      * soonest first.                                                 *
      *   A book or rebook must land on a slot start inside one of    *
      * the clinic's CLINICSESSION sessions for that weekday, in a    *
      * slot that still has room.  A free-slot inquiry (FSLOTS) names *
      * CA-APPT-CLINIC and a from-date in CA-APPT-DATE (blank means   *
      * today) and gets back up to ten slots with room, soonest       *
      * first, in CA-APPT-RESULT - CA-APPT-RES-ID zero and status 'F' *
      * - with the places still open in each in CA-APPT-FREE-PLACES.  *
      *----------------------------------------------------------------*
       03 CA-APPOINTMENT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-APPT-ID PIC 9(10).
             07 CA-APPT-RES-DATE PIC X(10).
             07 CA-APPT-RES-TIME PIC X(08).
             07 CA-APPT-RES-STATUS PIC X(01).
          05 CA-APPT-FREE-PLACES PIC 9(02) OCCURS 10 TIMES.
          05 FILLER PIC X(32032).
      *----------------------------------------------------------------*
      * CA-AUDIT-HIST-REQUEST - patient change history.  HCHIDB01     *
      * fills CA-AUDIT-COUNT and that many CA-AUDIT-RESULT rows from  *
      * CA-MERGE-REQUEST - merge duplicate patients.  CA-PATIENT-ID   *
      * names the surviving record; CA-MERGE-DUP-PATIENT-ID names the *
      * duplicate whose clinical children (medications, visits, lab   *
      * results, thresholds, meditation logs, appointments, alerts,   *
      * allergies, immunisations, problems, lab orders, referrals,    *
      * portal messages, consent, claims and letters) are moved       *
      * across before the duplicate is deactivated with a pointer to  *
      * the record it was merged into.                                 *
      * HCMGDB01 fills the per-table counts in on the way out so the  *
      * desk can sanity-check what moved.                              *
      *----------------------------------------------------------------*
       03 CA-MERGE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-MERGE-DUP-PATIENT-ID PIC 9(10).
          05 CA-MERGE-ALERT-COUNT PIC 9(05).
          05 CA-MERGE-CONTACT-COUNT PIC 9(05).
          05 CA-MERGE-LAB-COUNT PIC 9(05).
          05 CA-MERGE-ALLERGY-COUNT PIC 9(05).
          05 CA-MERGE-IMMUN-COUNT PIC 9(05).
          05 CA-MERGE-PROBLEM-COUNT PIC 9(05).
          05 CA-MERGE-LABORD-COUNT PIC 9(05).
          05 CA-MERGE-REFER-COUNT PIC 9(05).
          05 CA-MERGE-MESSAGE-COUNT PIC 9(05).
          05 CA-MERGE-CONSENT-COUNT PIC 9(05).
          05 CA-MERGE-CLAIM-COUNT PIC 9(05).
          05 CA-MERGE-LETTER-COUNT PIC 9(05).
          05 FILLER PIC X(32387).
      *----------------------------------------------------------------*
      * CA-CONTACT-REQUEST - emergency contact / next-of-kin           *
      * maintenance.  A patient can hold several named contacts in    *
      * read - zero skips the check, the CA-UPDATE-TOKEN convention
          05 CA-CONTACT-UPDATE-TOKEN PIC 9(09).
          05 FILLER PIC X(32405).
      *----------------------------------------------------------------*
      * CA-ALLERGY-REQUEST - patient allergy register.  Action 'A'     *
      * records (or re-records) an allergy to a drug identifier or a   *
      * drug class, action 'D' withdraws one recorded in error.  The   *
      * allergen is the same identifier the prescription carries in   *
      * CA-IDENTIFIER, or a class name tied to its member drugs by     *
      * DRUGRULE synonym rows - HCMADB02 checks every AMEDIC/UMEDIC    *
      * against both.  Severity 'S' refuses the prescription outright; *
      * 'M' and 'L' let it through with a caution code.  A blank       *
      * recorded date means today; the recording operator is taken    *
      * from CA-OPERATOR-ID.                                           *
      *----------------------------------------------------------------*
       03 CA-ALLERGY-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-ALLERGY-ACTION PIC X(01).
             88 CA-ALLERGY-ADD    VALUE 'A'.
             88 CA-ALLERGY-DELETE VALUE 'D'.
          05 CA-ALLERGEN PIC X(20).
          05 CA-ALLERGEN-TYPE PIC X(01).
             88 CA-ALLERGEN-DRUG  VALUE 'I'.
             88 CA-ALLERGEN-CLASS VALUE 'C'.
          05 CA-ALLERGY-REACTION PIC X(30).
          05 CA-ALLERGY-SEVERITY PIC X(01).
             88 CA-ALLERGY-SEVERE   VALUE 'S'.
             88 CA-ALLERGY-SEVERITY-VALID VALUES 'S' 'M' 'L'.
          05 CA-ALLERGY-RECORDED-DATE PIC X(10).
          05 FILLER PIC X(32419).
      *----------------------------------------------------------------*
      * CA-SESSION-REQUEST - clinic session master.  Action 'A' adds  *
      * (or re-states) the session a clinic runs on a weekday (1 is   *
      * Monday through 7 Sunday), starting at CA-SESSION-START, with  *
      * its end time, slot length in minutes and how many patients    *
      * each slot takes.  Action 'D' withdraws the session starting   *
      * at that time.  Times are HH:MM, 24-hour.  A clinic may run    *
      * more than one session a day, but they may not overlap.        *
      *----------------------------------------------------------------*
       03 CA-SESSION-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-SESSION-ACTION PIC X(01).
             88 CA-SESSION-ADD    VALUE 'A'.
             88 CA-SESSION-DELETE VALUE 'D'.
          05 CA-SESSION-CLINIC PIC X(10).
          05 CA-SESSION-WEEKDAY PIC 9(01).
             88 CA-SESSION-WEEKDAY-VALID VALUES 1 THRU 7.
          05 CA-SESSION-START PIC X(05).
          05 CA-SESSION-END PIC X(05).
          05 CA-SESSION-SLOT-MINS PIC 9(03).
          05 CA-SESSION-CAPACITY PIC 9(02).
          05 FILLER PIC X(32455).
      *----------------------------------------------------------------*
      * CA-IMMUN-REQUEST - patient immunisation record.  Action 'A'    *
      * records a dose given - the vaccine code (as held on the        *
      * VACCSCHEDULE reference), which dose of the course it was, the  *
      * manufacturer's batch number, the date given (blank means       *
      * today), who gave it and the injection site.  A dose number of  *
      * zero means the next dose after those already on record.        *
      * Re-recording a dose already on file corrects it.  Action 'D'   *
      * withdraws a dose recorded in error.                            *
      *----------------------------------------------------------------*
       03 CA-IMMUN-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-IMMUN-ACTION PIC X(01).
             88 CA-IMMUN-ADD    VALUE 'A'.
             88 CA-IMMUN-DELETE VALUE 'D'.
          05 CA-IMMUN-VACCINE PIC X(10).
          05 CA-IMMUN-DOSE-NUMBER PIC 9(02).
          05 CA-IMMUN-BATCH-NUMBER PIC X(15).
          05 CA-IMMUN-GIVEN-DATE PIC X(10).
          05 CA-IMMUN-GIVEN-BY PIC X(20).
          05 CA-IMMUN-SITE PIC X(15).
          05 FILLER PIC X(32409).
      *----------------------------------------------------------------*
      * CA-VACC-SCHED-REQUEST - vaccine schedule reference, one row    *
      * per vaccine and dose.  A dose falls due once the patient is    *
      * CA-VSC-MIN-AGE months old and CA-VSC-INTERVAL months have      *
      * passed since the previous dose; it is no longer offered past   *
      * CA-VSC-MAX-AGE months (zero - no upper age).  CA-VSC-REPEATS   *
      * 'Y' marks a booster that recurs every interval once the        *
      * course is through, the annual flu dose for one.  Action 'A'    *
      * adds or re-states a row, action 'D' removes it.                *
      *----------------------------------------------------------------*
       03 CA-VACC-SCHED-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-VSC-ACTION PIC X(01).
             88 CA-VSC-ADD    VALUE 'A'.
             88 CA-VSC-DELETE VALUE 'D'.
          05 CA-VSC-VACCINE PIC X(10).
          05 CA-VSC-DOSE-NUMBER PIC 9(02).
          05 CA-VSC-DESCRIPTION PIC X(30).
          05 CA-VSC-MIN-AGE PIC 9(04).
          05 CA-VSC-MAX-AGE PIC 9(04).
          05 CA-VSC-INTERVAL PIC 9(03).
          05 CA-VSC-REPEATS PIC X(01).
             88 CA-VSC-REPEATS-VALID VALUES 'Y' 'N'.
          05 FILLER PIC X(32427).
      *----------------------------------------------------------------*
      * CA-REFERRAL-REQUEST - referrals sent out to hospital           *
      * specialists.  Action 'N' raises a new referral (specialty,     *
      * receiving organisation, urgency U urgent / S soon / R routine, *
      * reason, referring clinician, date sent) and hands back its     *
      * CA-REF-REFERRAL-ID.  The rest act on that referral id:         *
      * 'U' amends the details of an open referral, 'A' records the    *
      * hospital's acknowledgement, 'P' the appointment date it gave,  *
      * 'C' closes the referral.  CA-REF-EVENT-DATE is the date sent,  *
      * acknowledged, or closed (blank - today), or for 'P' the date   *
      * of the hospital appointment itself.  The status after the      *
      * request - S sent, A acknowledged, P appointment given,         *
      * C closed - comes back in CA-REF-STATUS.                        *
      *----------------------------------------------------------------*
       03 CA-REFERRAL-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-REF-ACTION PIC X(01).
             88 CA-REF-RAISE        VALUE 'N'.
             88 CA-REF-AMEND        VALUE 'U'.
             88 CA-REF-ACKNOWLEDGE  VALUE 'A'.
             88 CA-REF-APPOINTMENT  VALUE 'P'.
             88 CA-REF-CLOSE        VALUE 'C'.
          05 CA-REF-REFERRAL-ID PIC 9(10).
          05 CA-REF-SPECIALTY PIC X(20).
          05 CA-REF-ORGANISATION PIC X(30).
          05 CA-REF-URGENCY PIC X(01).
             88 CA-REF-URGENCY-VALID VALUES 'U' 'S' 'R'.
          05 CA-REF-REASON PIC X(50).
          05 CA-REF-CLINICIAN PIC X(20).
          05 CA-REF-EVENT-DATE PIC X(10).
          05 CA-REF-STATUS PIC X(01).
          05 FILLER PIC X(32339).
      *----------------------------------------------------------------*
      * CA-MESSAGE-REQUEST - secure messages between a patient on the  *
      * portal and the clinic.  PMSEND takes a category (P repeat      *
      * prescription, A appointment, R results, G general), subject    *
      * and text and hands back CA-MSG-MESSAGE-ID.  PMLIST with a zero *
      * message id lists the patient's own messages, newest first;     *
      * with an id it returns that message's text and any reply.       *
      * MINBOX is the staff side: action 'L' lists unread messages     *
      * (optionally for one category), oldest first within category,   *
      * with their age in hours; 'O' opens a message, 'R' replies to   *
      * it with CA-MSG-REPLY-TEXT, 'C' closes it.  Message status is   *
      * N new, O opened, R replied, C closed.                          *
      *----------------------------------------------------------------*
       03 CA-MESSAGE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-MSG-ACTION PIC X(01).
             88 CA-MSG-LIST   VALUE 'L'.
             88 CA-MSG-OPEN   VALUE 'O'.
             88 CA-MSG-REPLY  VALUE 'R'.
             88 CA-MSG-CLOSE  VALUE 'C'.
          05 CA-MSG-MESSAGE-ID PIC 9(10).
          05 CA-MSG-CATEGORY PIC X(01).
             88 CA-MSG-CATEGORY-VALID VALUES 'P' 'A' 'R' 'G'.
          05 CA-MSG-SUBJECT PIC X(40).
          05 CA-MSG-TEXT PIC X(250).
          05 CA-MSG-REPLY-TEXT PIC X(250).
          05 CA-MSG-STATUS PIC X(01).
          05 CA-MSG-SENT-TS PIC X(26).
          05 CA-MSG-HANDLED-BY PIC X(08).
          05 CA-MSG-COUNT PIC 9(02).
          05 CA-MSG-RESULT OCCURS 10 TIMES.
             07 CA-MSG-RES-ID PIC 9(10).
             07 CA-MSG-RES-PATIENT-ID PIC 9(10).
             07 CA-MSG-RES-CATEGORY PIC X(01).
             07 CA-MSG-RES-SUBJECT PIC X(40).
             07 CA-MSG-RES-STATUS PIC X(01).
             07 CA-MSG-RES-SENT-TS PIC X(26).
             07 CA-MSG-RES-AGE-HOURS PIC 9(05).
             07 CA-MSG-RES-REPLIED-TS PIC X(26).
          05 FILLER PIC X(30703).
      *----------------------------------------------------------------*
      * CA-DEATH-REQUEST - record a patient's death.  The caller keys  *
      * the date of death (CCYY-MM-DD, not in the future) and who     *
      * reported it - name and relationship, a relative, a hospital,  *
      * a coroner's office.  HCDADB01 retires the record in one unit  *
      * of work: future bookings cancelled, active prescriptions      *
      * discontinued (STOPRX to the pharmacy), the portal login       *
      * closed for good and outstanding alerts closed, handing back   *
      * how many of each it touched.                                   *
      *----------------------------------------------------------------*
       03 CA-DEATH-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-DEATH-DATE PIC X(10).
          05 CA-DEATH-REPORTED-BY PIC X(30).
          05 CA-DEATH-REPORTER-RELATION PIC X(15).
          05 CA-DEATH-APPT-COUNT PIC 9(05).
          05 CA-DEATH-MED-COUNT PIC 9(05).
          05 CA-DEATH-ALERT-COUNT PIC 9(05).
          05 CA-DEATH-PORTAL-CLOSED PIC X(01).
          05 FILLER PIC X(32411).
      *----------------------------------------------------------------*
      * CA-PREFERENCE-REQUEST - a patient's communication preferences  *
      * and data-sharing consent, one PATIENT_CONSENT row per patient. *
      * Action 'I' hands back what is on file; 'R' records the whole  *
      * set.  The channel is how reminders reach the patient - 'S'    *
      * SMS, 'E' email, 'P' post, 'N' none - and each channel can be  *
      * opted out of on its own.  Sharing consent 'N' holds the       *
      * patient back from the regional EHR feed.  The consent date is *
      * the date the patient gave or withheld it (blank - today) and  *
      * is only restamped, with CA-OPERATOR-ID as the recorder, when  *
      * the consent flag itself changes.                               *
      *----------------------------------------------------------------*
       03 CA-PREFERENCE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-PREF-ACTION PIC X(01).
             88 CA-PREF-INQUIRE   VALUE 'I'.
             88 CA-PREF-RECORD    VALUE 'R'.
          05 CA-PREF-CHANNEL PIC X(01).
             88 CA-PREF-CHANNEL-VALID VALUE 'S' 'E' 'P' 'N'.
          05 CA-PREF-OPTOUT-SMS PIC X(01).
          05 CA-PREF-OPTOUT-EMAIL PIC X(01).
          05 CA-PREF-OPTOUT-POST PIC X(01).
          05 CA-PREF-SHARE-CONSENT PIC X(01).
             88 CA-PREF-SHARING-GIVEN    VALUE 'Y'.
             88 CA-PREF-SHARING-WITHHELD VALUE 'N'.
          05 CA-PREF-CONSENT-DATE PIC X(10).
          05 CA-PREF-CONSENT-BY PIC X(08).
      * optimistic-update token, the PATIENT_CONSENT row's ROWVERSION
      * as read - zero skips the check, the CA-UPDATE-TOKEN convention
          05 CA-PREF-UPDATE-TOKEN PIC 9(09).
          05 FILLER PIC X(32449).
      *----------------------------------------------------------------*
      * CA-LAB-ORDER-REQUEST - laboratory tests ordered for a patient. *
      * Action 'N' orders up to five tests at once - each a test code  *
      * the LABTEST reference carries, the same codes the lab quotes   *
      * back on its results file - for the ordering clinician, with    *
      * any clinical notes for the lab, on the order date (blank -     *
      * today).  One order is raised per test and its id handed back   *
      * beside the code, with the count raised.  Action 'C' cancels    *
      * the order quoted in CA-LBO-ORDER-ID while it is still waiting  *
      * on a result.  Order status is O ordered, S sent to the lab,    *
      * R resulted, C cancelled - the status after the request comes   *
      * back in CA-LBO-STATUS.                                         *
      *----------------------------------------------------------------*
       03 CA-LAB-ORDER-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-LBO-ACTION PIC X(01).
             88 CA-LBO-ORDER   VALUE 'N'.
             88 CA-LBO-CANCEL  VALUE 'C'.
          05 CA-LBO-ORDER-ID PIC 9(10).
          05 CA-LBO-CLINICIAN PIC X(20).
          05 CA-LBO-ORDER-DATE PIC X(10).
          05 CA-LBO-NOTES PIC X(50).
          05 CA-LBO-TEST-COUNT PIC 9(02).
          05 CA-LBO-TEST OCCURS 5 TIMES.
             07 CA-LBO-TEST-CODE PIC X(08).
             07 CA-LBO-TEST-ORDER-ID PIC 9(10).
          05 CA-LBO-STATUS PIC X(01).
          05 FILLER PIC X(32298).
      *----------------------------------------------------------------*
      * CA-PROBLEM-REQUEST - the patient's problem list, the chronic   *
      * conditions that put them on a register.  Action 'A' records   *
      * (or re-records) a condition - a code the CONDITIONREF         *
      * reference carries - with the date it was diagnosed (blank -   *
      * today).  'R' marks the active condition resolved on the       *
      * resolved date (blank - today); 'D' withdraws one recorded in  *
      * error.  The recording clinician is taken from CA-OPERATOR-ID. *
      * The condition's name and the status after the request come   *
      * back - status A active, R resolved, X withdrawn.              *
      *----------------------------------------------------------------*
       03 CA-PROBLEM-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-PRB-ACTION PIC X(01).
             88 CA-PRB-ADD       VALUE 'A'.
             88 CA-PRB-RESOLVE   VALUE 'R'.
             88 CA-PRB-WITHDRAW  VALUE 'D'.
          05 CA-PRB-CONDITION PIC X(08).
          05 CA-PRB-DIAGNOSED-DATE PIC X(10).
          05 CA-PRB-RESOLVED-DATE PIC X(10).
          05 CA-PRB-CONDITION-NAME PIC X(30).
          05 CA-PRB-STATUS PIC X(01).
          05 FILLER PIC X(32422).
      *----------------------------------------------------------------*
      * CA-REPORT-REQUEST - the on-demand report and extract queue.   *
      * Action 'S' queues a run of one of the jobs named below for    *
      * the overnight run; the new request's id and status come back. *
      * HCCSBR01 and HCRSBR01 take select type 'P' with CA-PATIENT-ID *
      * or 'D' with a from/to date pair; HCSABR01 takes a patient;    *
      * HCMVBR01 takes a patient and an optional date pair (blank -   *
      * the last 90 days).  The requester is taken from               *
      * CA-OPERATOR-ID; HCSABR01 and HCRSBR01 are refused (return     *
      * code 28) unless that operator is a supervisor ('S') on        *
      * STAFF.  Action 'I' lists up to 10 of the operator's           *
      * own requests, newest first - just the one when                *
      * CA-RRQ-REQUEST-ID is keyed.  Status is O open, B in tonight's *
      * run, F fulfilled (CA-RRQ-RES-OUTPUT-REF says where the output *
      * went), R rejected (it says why).                              *
      *----------------------------------------------------------------*
       03 CA-REPORT-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
          05 CA-RRQ-ACTION PIC X(01).
             88 CA-RRQ-SUBMIT   VALUE 'S'.
             88 CA-RRQ-INQUIRE  VALUE 'I'.
          05 CA-RRQ-REQUEST-ID PIC 9(10).
          05 CA-RRQ-JOB-NAME PIC X(08).
             88 CA-RRQ-CLINICAL-SUMMARY VALUE 'HCCSBR01'.
             88 CA-RRQ-SUBJECT-ACCESS   VALUE 'HCSABR01'.
             88 CA-RRQ-RELIEF-REPORT    VALUE 'HCMVBR01'.
             88 CA-RRQ-ARCHIVE-RESTORE  VALUE 'HCRSBR01'.
          05 CA-RRQ-SELECT-TYPE PIC X(01).
             88 CA-RRQ-BY-PATIENT     VALUE 'P'.
             88 CA-RRQ-BY-DATE-RANGE  VALUE 'D'.
          05 CA-RRQ-DATE-FROM PIC X(10).
          05 CA-RRQ-DATE-TO PIC X(10).
          05 CA-RRQ-STATUS PIC X(01).
          05 CA-RRQ-COUNT PIC 9(02).
          05 CA-RRQ-RESULT OCCURS 10 TIMES.
             07 CA-RRQ-RES-ID PIC 9(10).
             07 CA-RRQ-RES-JOB-NAME PIC X(08).
             07 CA-RRQ-RES-SELECT-TYPE PIC X(01).
             07 CA-RRQ-RES-PATIENT-ID PIC 9(10).
             07 CA-RRQ-RES-DATE-FROM PIC X(10).
             07 CA-RRQ-RES-DATE-TO PIC X(10).
             07 CA-RRQ-RES-STATUS PIC X(01).
             07 CA-RRQ-RES-REQUESTED-TS PIC X(26).
             07 CA-RRQ-RES-FULFILLED-TS PIC X(26).
             07 CA-RRQ-RES-OUTPUT-REF PIC X(44).
          05 FILLER PIC X(30979).
