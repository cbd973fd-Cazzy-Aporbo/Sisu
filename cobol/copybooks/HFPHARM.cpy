      *-----------------------------------------------------------*
      * HFPHARM - pharmacy stock record, one per medication type  *
      * (the MO-TYPE of the HFMEDS orders), 50 bytes. HEALTHFLUX  *
      * draws PH-ON-HAND down by each dose HFMEDADM records as    *
      * given and rewrites the file each run; a type at or below  *
      * PH-REORDER-POINT goes to OPSALERT and the HFREORD reorder *
      * list. PH-UNIT-COST prices each dose billed on HFBILLING.  *
      * PH-LAST-DRAWN is the run date whose doses were taken off, *
      * so a rerun the same day does not draw them twice.         *
      * PH-CLASS is the type's drug class, which the HFALLERGY    *
      * check matches a class allergy against.                    *
      *                                                           *
      * Embed under the caller's own level numbers, e.g.:         *
      *     05  PHARM-ENTRY OCCURS 100 TIMES.                     *
      *         COPY HFPHARM REPLACING ==:LVL:== BY ==10==.       *
      *-----------------------------------------------------------*
       :LVL: PH-TYPE            PIC X(10).
       :LVL: PH-ON-HAND         PIC 9(6).
       :LVL: PH-REORDER-POINT   PIC 9(6).
       :LVL: PH-UNIT-COST       PIC 9(5)V99.
       :LVL: PH-LAST-DRAWN      PIC 9(8).
       :LVL: PH-CLASS           PIC X(10).
       :LVL: FILLER             PIC X(3).
