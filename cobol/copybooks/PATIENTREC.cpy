      * HEALTHFLUX and the dashboard until cleared.               *
      *-----------------------------------------------------------*
       :LVL: PT-ISOLATION       PIC X.
      *-----------------------------------------------------------*
      * Readmission: set by HEALTHFLUX when an ADT admission is   *
      * for an MRN discharged within 30 days, with that prior     *
      * stay's discharge date and discharging unit.               *
      *-----------------------------------------------------------*
       :LVL: PT-READMIT         PIC X.
       :LVL: PT-PRIOR-DSC-DATE  PIC 9(8).
       :LVL: PT-PRIOR-DSC-UNIT  PIC X(4).
      *-----------------------------------------------------------*
      * PT-DISCHARGE-DATE: zero while the stay is open. A         *
      * discharge stamps it and leaves the record on PATMASTER,   *
      * where every census load passes it over, until HFPATARC    *
      * moves it to the patient archive after the retention       *
      * period.                                                   *
      *-----------------------------------------------------------*
       :LVL: PT-DISCHARGE-DATE  PIC 9(8).
