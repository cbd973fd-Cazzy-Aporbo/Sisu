      *-----------------------------------------------------------*
      * HFMEDHLD - medication order held for an allergy, 80       *
      * bytes. HEALTHFLUX rewrites the file each run with every   *
      * HFMEDS order that matched an HFALLERGY entry for the      *
      * patient and has no clinician override on HFALLOVR; the    *
      * dashboard lists it for the override.                      *
      *                                                           *
      * Embed under the caller's own level numbers, e.g.:         *
      *     05  HELD-ENTRY OCCURS 20 TIMES.                       *
      *         COPY HFMEDHLD REPLACING ==:LVL:== BY ==10==.      *
      *-----------------------------------------------------------*
       :LVL: HO-MRN             PIC 9(6).
       :LVL: HO-NAME            PIC X(20).
       :LVL: HO-TYPE            PIC X(10).
       :LVL: HO-DOSAGE          PIC 99.
       :LVL: HO-ALLERGEN        PIC X(10).
       :LVL: HO-REACTION        PIC X(20).
       :LVL: HO-SEVERITY        PIC X.
       :LVL: HO-HELD-DATE       PIC 9(8).
       :LVL: FILLER             PIC X(3).
