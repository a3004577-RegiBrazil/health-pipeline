      *          HCNE Exception Queue Repair and Requeue               *
      *                                                                *
      *   Operations transaction over the HCNE exception queue         *
      *  HCNPTX01 parks malformed patient events on.  Until this       *
      *  existed, "repair" meant a systems programmer browsing the     *
      *  queue by hand while the regional EHR never heard about the    *
      *  registration.                                                 *
           03 DR-REASON             PIC X(30) VALUE SPACES.
           03 DR-TERMINAL           PIC X(04) VALUE SPACES.
           03 DR-TIMESTAMP          PIC X(26) VALUE SPACES.
           03 DR-EVENT              PIC X(245) VALUE SPACES.

       01  WS-WORK-FIELDS.
           03 WS-SCREEN-MSG         PIC X(70) VALUE SPACES.
           03 HCNE-STATE            PIC X(01) VALUE 'Q'.
              88 HCNE-EVENT-HELD             VALUE 'E'.
              88 HCNE-QUEUE-EMPTY            VALUE 'Q'.
           03 HCNE-HELD-EVENT       PIC X(245).

      *----------------------------------------------------------------*
      *    DB2 CONTROL
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA               PIC X(246).

      ******************************************************************
      *    P R O C E D U R E S
             MOVE EP-NEW-PATIENT-EVENT TO HCNE-HELD-EVENT
           END-IF.

           IF EP-EVENT-TYPE-VALID
              AND EP-PATIENT-ID IS NUMERIC
              AND EP-EVENT-TIMESTAMP NOT EQUAL SPACES
             MOVE 'Y' TO WS-EVENT-GOOD-SW
             MOVE 'N' TO WS-EVENT-GOOD-SW
           END-IF.

      * a merge event must still name its survivor - that id is not
      * on the repair screen, so a bad one cannot be keyed right here
           IF WS-EVENT-GOOD AND EP-PATIENTS-MERGED
             IF EP-SURVIVOR-ID IS NOT NUMERIC
                OR EP-SURVIVOR-ID EQUAL ZERO
                OR EP-SURVIVOR-ID EQUAL EP-PATIENT-ID
               MOVE 'N' TO WS-EVENT-GOOD-SW
             END-IF
           END-IF.

           IF NOT WS-EVENT-GOOD
             MOVE 'STILL INVALID - CHECK TYPE, ID, MERGE SURVIVOR'
               TO WS-SCREEN-MSG
           ELSE
             EXEC CICS WRITEQ TD
