      *-----------------------------------------------------------*
      * HFDSCHST - discharge history record, 40 bytes, one per    *
      * stay closed. Appended by HFDSCSUM as the summary goes     *
      * out; HEALTHFLUX reads it at admission to spot a 30-day    *
      * readmission and HFREADMRPT reads it for the discharges    *
      * each unit's readmission rate is measured against.         *
      *                                                           *
      * DH-ALERT-COUNT is the stay's HFALERTS lines; DH-LOW-MAR   *
      * is "Y" when any order's adherence ended below 80.         *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  DISCHARGE-HIST-RECORD.                            *
      *         COPY HFDSCHST REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: DH-MRN             PIC 9(6).
       :LVL: DH-ADMIT-DATE      PIC 9(8).
       :LVL: DH-DISCHARGE-DATE  PIC 9(8).
       :LVL: DH-UNIT            PIC X(4).
       :LVL: DH-BED-DAYS        PIC 9(3).
       :LVL: DH-ALERT-COUNT     PIC 9(4).
       :LVL: DH-LOW-MAR         PIC X.
       :LVL: DH-READMIT         PIC X.
       :LVL: FILLER             PIC X(5).
