           03 FILLER                  PIC X(03).
           03 MSGO                    PIC X(70).

      *----------------------------------------------------------------*
      * Map HCAZM2 - the second main menu page, options 34 onward.    *
      * MOPTN and MMSG work as OPTN and MSG do on HCAZM1.              *
      *----------------------------------------------------------------*
       01  HCAZM2I.
           03 FILLER                  PIC X(12).
           03 MOPTNL                  COMP PIC S9(4).
           03 MOPTNF                  PIC X.
           03 FILLER REDEFINES MOPTNF.
              05 MOPTNA               PIC X.
           03 MOPTNI                  PIC 9(02).
           03 MMSGL                   COMP PIC S9(4).
           03 MMSGF                   PIC X.
           03 FILLER REDEFINES MMSGF.
              05 MMSGA                PIC X.
           03 MMSGI                   PIC X(70).

       01  HCAZM2O REDEFINES HCAZM2I.
           03 FILLER                  PIC X(12).
           03 FILLER                  PIC X(03).
           03 MOPTNO                  PIC 9(02).
           03 FILLER                  PIC X(03).
           03 MMSGO                   PIC X(70).

      *----------------------------------------------------------------*
      * Map HCAZS1 - the staff sign-on screen sent before the menu.   *
      * SOPID carries the operator id keyed at the terminal; SMSG      *
