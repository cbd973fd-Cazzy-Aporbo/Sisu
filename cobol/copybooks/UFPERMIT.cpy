      *-----------------------------------------------------------*
      * UFPERMIT - building permit application, 100 bytes, one    *
      * per application in permit number order. UFPRMRVW keeps    *
      * the file: takes applications from UFPRMTRN, reviews them  *
      * against the UFZONING district zoning and expires permits  *
      * left unused. URBANFLUX builds only against an approved    *
      * permit, marks it used, and posts the fee to the treasury. *
      *                                                           *
      * PM-STATUS        S submitted, A approved, D denied,       *
      *                  E expired before it was used             *
      * PM-ENERGY        energy load the permit allows the        *
      *                  building to draw                         *
      * PM-FEE-POSTED    Y once URBANFLUX has taken the fee of an *
      *                  approved permit into the treasury        *
      * PM-USED-DATE     date built against, zero while unused    *
      * PM-USED-BY       UFTRANS or the capital project's name    *
      * PM-REASON        why a permit was denied or expired       *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  PERMIT-RECORD.                                    *
      *         COPY UFPERMIT REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: PM-ID              PIC 9(6).
       :LVL: PM-APPLICANT       PIC X(10).
       :LVL: PM-BTYPE           PIC X(10).
       :LVL: PM-DISTRICT        PIC 9.
       :LVL: PM-ENERGY          PIC 99.
       :LVL: PM-STATUS          PIC X.
       :LVL: PM-SUBMIT-DATE     PIC 9(8).
       :LVL: PM-DECIDE-DATE     PIC 9(8).
       :LVL: PM-EXPIRY-DATE     PIC 9(8).
       :LVL: PM-FEE             PIC 9(5)V99.
       :LVL: PM-FEE-POSTED      PIC X.
       :LVL: PM-USED-DATE       PIC 9(8).
       :LVL: PM-USED-BY         PIC X(10).
       :LVL: PM-REASON          PIC X(20).
