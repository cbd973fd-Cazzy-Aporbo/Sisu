      *-----------------------------------------------------------*
      * HFLABORD - lab order record (HFLABORD), 80 bytes, indexed *
      * on LO-KEY: the MRN, then the LR-TEST code, so a patient   *
      * has one order per test at a time. HEALTHFLUX posts each   *
      * HFLABREQ order with its due time (order time plus the     *
      * test's HFLABNRM turnaround), closes it when the HFLABS    *
      * result for the MRN and test comes in, and alerts on every *
      * run it stays open past due. HFSHIFTRPT lists the open     *
      * orders by unit at end of shift.                           *
      *                                                           *
      * LO-STATUS     O open, C closed by its result, D patient   *
      *               discharged before any result came back      *
      * LO-UNIT/BED   the patient's placement, refreshed each run *
      *               the order stays open                        *
      * LO-ALERTS     overdue alerts raised so far                *
      *                                                           *
      * Embed under the caller's own level numbers, e.g.:         *
      *     01  LAB-ORDER-RECORD.                                 *
      *         COPY HFLABORD REPLACING ==:LVL:== BY ==05==       *
      *                                 ==:SUB:== BY ==10==.      *
      *-----------------------------------------------------------*
       :LVL: LO-KEY.
           :SUB: LO-MRN             PIC 9(6).
           :SUB: LO-TEST            PIC X(4).
       :LVL: LO-ORDER-DATE      PIC 9(8).
       :LVL: LO-ORDER-TIME      PIC 9(6).
       :LVL: LO-DUE-DATE        PIC 9(8).
       :LVL: LO-DUE-TIME        PIC 9(6).
       :LVL: LO-STATUS          PIC X.
       :LVL: LO-UNIT            PIC X(4).
       :LVL: LO-BED             PIC X(4).
       :LVL: LO-RESULT-DATE     PIC 9(8).
       :LVL: LO-RESULT-TIME     PIC 9(6).
       :LVL: LO-ALERTS          PIC 9(3).
       :LVL: FILLER             PIC X(16).
