      *-----------------------------------------------------------*
      * CAPAPPR - capital project appraisal, as computed by the   *
      * CAPAPPR subprogram for one UFCAPPRJ project. Used by      *
      * URBANFLUX before a project's first draw and by UFCAPRPT   *
      * to rank the pending proposals, so both judge a project    *
      * the same way.                                             *
      *                                                           *
      * The caller fills the project, its budget and duration     *
      * and the bond rate per step (BOND-RATE, the rate           *
      * ISSUE-BOND borrows at). The budget goes out evenly over   *
      * the duration as URBANFLUX draws it; the UFCAPFLW lines    *
      * bring the benefits and running costs in. Rates are per    *
      * step, as the bond is.                                     *
      *                                                           *
      * AP-RESULT        V appraised, N no UFCAPFLW lines for     *
      *                  the project, X no UFCAPFLW file          *
      * AP-NPV           net present value at AP-RATE             *
      * AP-IRR           internal rate of return per step, when   *
      *                  AP-IRR-FOUND is Y (it is N when the      *
      *                  flows never repay the budget)            *
      * AP-PAYBACK       steps until the flows repay the budget,  *
      *                  when AP-PAYBACK-FOUND is Y               *
      * AP-HURDLE        UFCAPPOL hurdle rate (AP-RATE if none)   *
      * AP-VERDICT       P passes, F fails (AP-REASON says why),  *
      *                  O fails but the council overrode it      *
      *                  (AP-OVERRIDE-REF is the reference)       *
      *                                                           *
      * Embed under the caller's own 01 level, e.g.:              *
      *     01  PROJECT-APPRAISAL.                                *
      *         COPY CAPAPPR.                                     *
      *-----------------------------------------------------------*
           05 AP-PROJECT         PIC X(10).
           05 AP-BUDGET          PIC 9(7).
           05 AP-DURATION        PIC 99.
           05 AP-RATE            PIC 9V9999.
           05 AP-RESULT          PIC X.
           05 AP-PERIODS         PIC 99.
           05 AP-NET-FLOW        PIC S9(9)V99.
           05 AP-NPV             PIC S9(9)V99.
           05 AP-IRR-FOUND       PIC X.
           05 AP-IRR             PIC 9V9999.
           05 AP-PAYBACK-FOUND   PIC X.
           05 AP-PAYBACK         PIC 99V9.
           05 AP-HURDLE          PIC 9V9999.
           05 AP-VERDICT         PIC X.
           05 AP-REASON          PIC X(20).
           05 AP-OVERRIDE-REF    PIC X(20).
