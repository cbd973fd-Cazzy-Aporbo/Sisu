      *-----------------------------------------------------------*
      * HFALLRG - patient allergy record (HFALLERGY), 60 bytes,   *
      * indexed on AL-KEY: the MRN, then the allergen, so one     *
      * START on the MRN reads back every allergy the patient     *
      * has. Kept from the dashboard's roster functions; read by  *
      * HEALTHFLUX against every HFMEDS order before the order    *
      * reaches the MAR.                                          *
      *                                                           *
      * AL-ALLERGEN  a medication type (AL-KIND D) as HFMEDS      *
      *              orders it, or a drug class (AL-KIND C) as    *
      *              HFPHARM classes the types                    *
      * AL-SEVERITY  M mild, O moderate, S severe                 *
      *                                                           *
      * Embed under the caller's own level numbers, e.g.:         *
      *     01  ALLERGY-RECORD.                                   *
      *         COPY HFALLRG REPLACING ==:LVL:== BY ==05==        *
      *                                ==:SUB:== BY ==10==.       *
      *-----------------------------------------------------------*
       :LVL: AL-KEY.
           :SUB: AL-MRN             PIC 9(6).
           :SUB: AL-ALLERGEN        PIC X(10).
       :LVL: AL-KIND            PIC X.
       :LVL: AL-REACTION        PIC X(20).
       :LVL: AL-SEVERITY        PIC X.
       :LVL: AL-ENTERED         PIC 9(8).
       :LVL: AL-ENTERED-BY      PIC X(8).
       :LVL: FILLER             PIC X(6).
