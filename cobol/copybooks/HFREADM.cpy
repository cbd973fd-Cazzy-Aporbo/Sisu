      *-----------------------------------------------------------*
      * HFREADM - readmission log record, 40 bytes, appended by   *
      * HEALTHFLUX for each ADT admission of an MRN discharged    *
      * within the readmission window, and read by HFREADMRPT.    *
      * The prior stay's alert count and low-MAR flag ride along  *
      * from its HFDSCHST line so the report needs no re-join.    *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  READMISSION-RECORD.                               *
      *         COPY HFREADM REPLACING ==:LVL:== BY ==05==.       *
      *-----------------------------------------------------------*
       :LVL: RM-MRN             PIC 9(6).
       :LVL: RM-ADMIT-DATE      PIC 9(8).
       :LVL: RM-ADMIT-UNIT      PIC X(4).
       :LVL: RM-PRIOR-DSC-DATE  PIC 9(8).
       :LVL: RM-PRIOR-UNIT      PIC X(4).
       :LVL: RM-DAYS            PIC 9(3).
       :LVL: RM-PRIOR-ALERTS    PIC 9(4).
       :LVL: RM-PRIOR-LOW-MAR   PIC X.
       :LVL: FILLER             PIC X(2).
