      *-----------------------------------------------------------*
      * HFPATARC - patient archive record (HFPATARC), 200 bytes,  *
      * indexed on PA-MRN. HFPATARC moves a discharged patient's  *
      * PATMASTER record here whole once the retention period has *
      * run; PA-MASTER-IMAGE is the master record byte for byte,  *
      * so a reader moves it back over its own PATMASTER record   *
      * layout to get at the fields. HEALTHFLUX reads it when an  *
      * ADT admission brings a returning MRN back.                *
      *                                                           *
      * PA-ARCHIVE-DATE  the run that moved it; a patient         *
      *                  archived again after a later stay        *
      *                  replaces the earlier image               *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  PATIENT-ARCHIVE-RECORD.                           *
      *         COPY HFPATARC REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: PA-MRN             PIC 9(6).
       :LVL: PA-ARCHIVE-DATE    PIC 9(8).
       :LVL: PA-MASTER-IMAGE    PIC X(179).
       :LVL: FILLER             PIC X(7).
