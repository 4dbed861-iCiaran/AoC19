      *============================================================*
      *  VEHBDGT - vehicle fuel budget record                      *
      *  One record per launch vehicle, keyed by vehicle id: the   *
      *  fuel the program office has budgeted for the vehicle's    *
      *  campaign, in the same units as the extract's recursive    *
      *  and reserve fuel.  The budget variance job rolls each     *
      *  manifest's requirement up to its vehicle through the      *
      *  control file's manifest list and reports it against this  *
      *  figure.                                                   *
      *  BGT-VEHICLE     - launch vehicle (matches CTL-MF-VEHICLE) *
      *  BGT-FUEL-BUDGET - budgeted fuel for the vehicle           *
      *============================================================*
       01  BUDGET-RECORD.
           05 BGT-VEHICLE           PIC X(10).
           05 BGT-FUEL-BUDGET       PIC 9(13).
