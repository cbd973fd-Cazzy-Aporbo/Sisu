      *-----------------------------------------------------------*
      * HFACCLOG - patient record access log, 80 bytes. The       *
      * HealthFlux dashboard appends one line each time an        *
      * operator opens a patient's record: who, which MRN, when,  *
      * the function used (DETAIL, SEARCH, ALLERGY), the          *
      * patient's unit, and how the access was allowed.           *
      *                                                           *
      * AX-ACCESS  U  the patient is on one of the operator's     *
      *               units (or no operator master is on hand)    *
      *            G  break the glass: off-unit, reason given     *
      *            R  refused: off-unit and no reason given       *
      *                                                           *
      * HFACCRPT reads it for the weekly access review.           *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  ACCESS-LOG-RECORD.                                *
      *         COPY HFACCLOG REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: AX-DATE            PIC 9(8).
       :LVL: AX-TIME            PIC 9(6).
       :LVL: AX-OPERATOR        PIC X(8).
       :LVL: AX-MRN             PIC 9(6).
       :LVL: AX-UNIT            PIC X(4).
       :LVL: AX-FUNCTION        PIC X(8).
       :LVL: AX-ACCESS          PIC X.
       :LVL: AX-REASON          PIC X(30).
       :LVL: FILLER             PIC X(9).
