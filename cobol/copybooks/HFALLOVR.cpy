      *-----------------------------------------------------------*
      * HFALLOVR - clinician override of an allergy hold, 80      *
      * bytes, appended by the dashboard. HEALTHFLUX releases a   *
      * held order to the MAR when an override names the same     *
      * MRN and medication type; the reason is also on the        *
      * HFDAUDIT trail with the operator who keyed it.            *
      *                                                           *
      * Embed under the caller's own level numbers, e.g.:         *
      *     01  ALLERGY-OVERRIDE-RECORD.                          *
      *         COPY HFALLOVR REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: OV-MRN             PIC 9(6).
       :LVL: OV-TYPE            PIC X(10).
       :LVL: OV-DATE            PIC 9(8).
       :LVL: OV-OPERATOR        PIC X(8).
       :LVL: OV-REASON          PIC X(40).
       :LVL: FILLER             PIC X(8).
