      *----------------------------------------------------------------*
      *    HCPOSTWS                                                    *
      *    Working storage for the postcode check, included by every   *
      *    program that files or reviews a patient's address - the     *
      *    online add and update (HCAPDB01, HCUPDB01), the HCBRBR01    *
      *    bulk intake and the HCPEBR01 cleanse report.  Paired with   *
      *    the POSTCODE-VALIDATE paragraph in HCPOSTPD, which looks    *
      *    the postcode up on POSTCODEREF, the postal authority's      *
      *    postcodes as HCPOBR01 last loaded them, so every path       *
      *    applies the same rule.                                      *
      *                                                                *
      *    The including program MOVEs the postcode and city to be     *
      *    checked to PV-POSTCODE and PV-CITY and PERFORMs             *
      *    POSTCODE-VALIDATE.  Case is not significant - the reference *
      *    is held in upper case and the values are folded to match.   *
      *    PV-RESULT comes back as                                     *
      *       'Y' the postcode is on file for that city                *
      *       'U' the postcode is not on file at all                   *
      *       'C' the postcode is on file, but for another city -      *
      *           PV-FILE-CITY carries the city it is on file for      *
      *       'E' the lookup failed, with the SQLCODE in PV-SQLCODE    *
      *----------------------------------------------------------------*
       01  PV-POSTCODE-FIELDS.
           03 PV-POSTCODE             PIC X(10) VALUE SPACES.
           03 PV-CITY                 PIC X(20) VALUE SPACES.
           03 PV-FILE-CITY            PIC X(20) VALUE SPACES.
           03 PV-POSTCODE-COUNT       PIC S9(9) COMP VALUE ZERO.
           03 PV-CITY-COUNT           PIC S9(9) COMP VALUE ZERO.
           03 PV-SQLCODE              PIC S9(9) COMP VALUE ZERO.
           03 PV-RESULT               PIC X(01) VALUE SPACE.
              88 PV-POSTCODE-OK                 VALUE 'Y'.
              88 PV-POSTCODE-UNKNOWN            VALUE 'U'.
              88 PV-CITY-MISMATCH               VALUE 'C'.
              88 PV-CHECK-FAILED                VALUE 'E'.
