      *-----------------------------------------------------------*
      * HFINFEVT - isolation event record (HFINFLOG), 40 bytes.   *
      * INFECTTRACE appends one each time a trace puts a patient  *
      * into isolation -- the index case (IE-ROLE I) and every    *
      * exposed MRN (E) whose PM-ISOLATION was not already set -- *
      * with the unit and admit date off PATMASTER as the flag    *
      * went on. HFINFSRV classifies each event community- or     *
      * hospital-onset from IE-ADMIT-DATE against IE-EXPOSURE-    *
      * DATE and rates them by unit per 1,000 patient-days.       *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  INFECTION-EVENT-RECORD.                           *
      *         COPY HFINFEVT REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: IE-MRN             PIC 9(6).
       :LVL: IE-EXPOSURE-DATE   PIC 9(8).
       :LVL: IE-UNIT            PIC X(4).
       :LVL: IE-ADMIT-DATE      PIC 9(8).
       :LVL: IE-ROLE            PIC X.
       :LVL: IE-INDEX-MRN       PIC 9(6).
       :LVL: FILLER             PIC X(7).
