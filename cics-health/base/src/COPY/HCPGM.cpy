      *----------------------------------------------------------------*
      *    HCPGM                                                       *
      *    Symbolic map for mapset HCPGM, map HCPGM1 - the patient     *
      *    at-a-glance screen driven by HCPGRV01.  GPID/GSTF carry the *
      *    patient and staff ids the clinician keys, GDEM1-GAPPT the   *
      *    demographic, cover, contact and next-appointment lines,     *
      *    and GMEDH/GVISH/GLABH/GALRH head the medication, visit, lab *
      *    and alert blocks listed on the lines below each.  GMSG      *
      *    carries a validation or status message back to the         *
      *    operator.  Generated by the BMS map compiler from           *
      *    cics-health/base/src/BMS/HCPGM.bms.                         *
      *----------------------------------------------------------------*
       01  HCPGM1I.
           03 FILLER                  PIC X(12).
           03 GPIDL                   COMP PIC S9(4).
           03 GPIDF                   PIC X.
           03 FILLER REDEFINES GPIDF.
              05 GPIDA                PIC X.
           03 GPIDI                   PIC X(10).
           03 GSTFL                   COMP PIC S9(4).
           03 GSTFF                   PIC X.
           03 FILLER REDEFINES GSTFF.
              05 GSTFA                PIC X.
           03 GSTFI                   PIC X(08).
           03 GDEM1L                  COMP PIC S9(4).
           03 GDEM1F                  PIC X.
           03 FILLER REDEFINES GDEM1F.
              05 GDEM1A               PIC X.
           03 GDEM1I                  PIC X(77).
           03 GDEM2L                  COMP PIC S9(4).
           03 GDEM2F                  PIC X.
           03 FILLER REDEFINES GDEM2F.
              05 GDEM2A               PIC X.
           03 GDEM2I                  PIC X(77).
           03 GDEM3L                  COMP PIC S9(4).
           03 GDEM3F                  PIC X.
           03 FILLER REDEFINES GDEM3F.
              05 GDEM3A               PIC X.
           03 GDEM3I                  PIC X(77).
           03 GCOVL                   COMP PIC S9(4).
           03 GCOVF                   PIC X.
           03 FILLER REDEFINES GCOVF.
              05 GCOVA                PIC X.
           03 GCOVI                   PIC X(77).
           03 GCONL                   COMP PIC S9(4).
           03 GCONF                   PIC X.
           03 FILLER REDEFINES GCONF.
              05 GCONA                PIC X.
           03 GCONI                   PIC X(77).
           03 GAPPTL                  COMP PIC S9(4).
           03 GAPPTF                  PIC X.
           03 FILLER REDEFINES GAPPTF.
              05 GAPPTA               PIC X.
           03 GAPPTI                  PIC X(77).
           03 GMEDHL                  COMP PIC S9(4).
           03 GMEDHF                  PIC X.
           03 FILLER REDEFINES GMEDHF.
              05 GMEDHA               PIC X.
           03 GMEDHI                  PIC X(77).
           03 GMED1L                  COMP PIC S9(4).
           03 GMED1F                  PIC X.
           03 FILLER REDEFINES GMED1F.
              05 GMED1A               PIC X.
           03 GMED1I                  PIC X(77).
           03 GMED2L                  COMP PIC S9(4).
           03 GMED2F                  PIC X.
           03 FILLER REDEFINES GMED2F.
              05 GMED2A               PIC X.
           03 GMED2I                  PIC X(77).
           03 GMED3L                  COMP PIC S9(4).
           03 GMED3F                  PIC X.
           03 FILLER REDEFINES GMED3F.
              05 GMED3A               PIC X.
           03 GMED3I                  PIC X(77).
           03 GVISHL                  COMP PIC S9(4).
           03 GVISHF                  PIC X.
           03 FILLER REDEFINES GVISHF.
              05 GVISHA               PIC X.
           03 GVISHI                  PIC X(77).
           03 GVIS1L                  COMP PIC S9(4).
           03 GVIS1F                  PIC X.
           03 FILLER REDEFINES GVIS1F.
              05 GVIS1A               PIC X.
           03 GVIS1I                  PIC X(77).
           03 GVIS2L                  COMP PIC S9(4).
           03 GVIS2F                  PIC X.
           03 FILLER REDEFINES GVIS2F.
              05 GVIS2A               PIC X.
           03 GVIS2I                  PIC X(77).
           03 GVIS3L                  COMP PIC S9(4).
           03 GVIS3F                  PIC X.
           03 FILLER REDEFINES GVIS3F.
              05 GVIS3A               PIC X.
           03 GVIS3I                  PIC X(77).
           03 GLABHL                  COMP PIC S9(4).
           03 GLABHF                  PIC X.
           03 FILLER REDEFINES GLABHF.
              05 GLABHA               PIC X.
           03 GLABHI                  PIC X(77).
           03 GLAB1L                  COMP PIC S9(4).
           03 GLAB1F                  PIC X.
           03 FILLER REDEFINES GLAB1F.
              05 GLAB1A               PIC X.
           03 GLAB1I                  PIC X(77).
           03 GLAB2L                  COMP PIC S9(4).
           03 GLAB2F                  PIC X.
           03 FILLER REDEFINES GLAB2F.
              05 GLAB2A               PIC X.
           03 GLAB2I                  PIC X(77).
           03 GALRHL                  COMP PIC S9(4).
           03 GALRHF                  PIC X.
           03 FILLER REDEFINES GALRHF.
              05 GALRHA               PIC X.
           03 GALRHI                  PIC X(77).
           03 GALR1L                  COMP PIC S9(4).
           03 GALR1F                  PIC X.
           03 FILLER REDEFINES GALR1F.
              05 GALR1A               PIC X.
           03 GALR1I                  PIC X(77).
           03 GALR2L                  COMP PIC S9(4).
           03 GALR2F                  PIC X.
           03 FILLER REDEFINES GALR2F.
              05 GALR2A               PIC X.
           03 GALR2I                  PIC X(77).
           03 GMSGL                   COMP PIC S9(4).
           03 GMSGF                   PIC X.
           03 FILLER REDEFINES GMSGF.
              05 GMSGA                PIC X.
           03 GMSGI                   PIC X(70).

       01  HCPGM1O REDEFINES HCPGM1I.
           03 FILLER                  PIC X(12).
           03 FILLER                  PIC X(03).
           03 GPIDO                   PIC X(10).
           03 FILLER                  PIC X(03).
           03 GSTFO                   PIC X(08).
           03 FILLER                  PIC X(03).
           03 GDEM1O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GDEM2O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GDEM3O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GCOVO                   PIC X(77).
           03 FILLER                  PIC X(03).
           03 GCONO                   PIC X(77).
           03 FILLER                  PIC X(03).
           03 GAPPTO                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GMEDHO                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GMED1O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GMED2O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GMED3O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GVISHO                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GVIS1O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GVIS2O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GVIS3O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GLABHO                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GLAB1O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GLAB2O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GALRHO                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GALR1O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GALR2O                  PIC X(77).
           03 FILLER                  PIC X(03).
           03 GMSGO                   PIC X(70).
