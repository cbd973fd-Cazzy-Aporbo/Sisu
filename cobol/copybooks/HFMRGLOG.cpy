      *-----------------------------------------------------------*
      * HFMRGLOG - MRN merge compliance log record, 100 bytes.    *
      * HFMRNMRG appends one per merge request it processes:      *
      * ML-RESULT M (merged: the losing MRN is retired onto the   *
      * surviving MRN) or R (rejected, nothing changed), who      *
      * asked, and how many records of each file were repointed.  *
      * ML-REASON is the operator's reason on a merge and why the *
      * request was refused on a rejection. PATMERGE reads the M  *
      * records back so a census or dashboard record still        *
      * carrying a retired MRN lands on the surviving patient     *
      * instead of recreating the loser.                          *
      *                                                           *
      * Embed under the caller's own level numbers, e.g.:         *
      *     01  MERGE-LOG-RECORD.                                 *
      *         COPY HFMRGLOG REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: ML-DATE            PIC 9(8).
       :LVL: ML-TIME            PIC 9(6).
       :LVL: ML-RESULT          PIC X.
       :LVL: ML-LOSING-MRN      PIC 9(6).
       :LVL: ML-SURVIVING-MRN   PIC 9(6).
       :LVL: ML-LOSING-NAME     PIC X(20).
       :LVL: ML-OPERATOR        PIC X(8).
       :LVL: ML-ALERTS          PIC 9(4).
       :LVL: ML-OUTCOMES        PIC 9(4).
       :LVL: ML-AR-ITEMS        PIC 9(4).
       :LVL: ML-MAR-EVENTS      PIC 9(4).
       :LVL: ML-CONTACTS        PIC 9(4).
       :LVL: ML-REASON          PIC X(25).
