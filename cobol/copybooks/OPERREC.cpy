      *-----------------------------------------------------------*
      * OPERREC - OPERMAST operator master record, one line per   *
      * operator. OPERAUTH judges sign-on and roles from it; the  *
      * HealthFlux dashboard and HFACCRPT also read OM-UNITS, the *
      * nursing units (up to three 4-character codes, or ALL for  *
      * a house-wide role) whose patients the operator cares for. *
      * Viewing a patient on any other unit is a break-the-glass  *
      * access that needs a reason.                               *
      *                                                           *
      * OM-CERT is Y while the operator's certification is        *
      * current and L once it has lapsed. The nightly CERTRENW    *
      * keeps it, and the pass date, exam version and expiry      *
      * after it, in step with the CERTEXAM passes on CERTHIST;   *
      * OM-CERT-NOTICE is the expiry a recertification notice     *
      * has already gone out for.                                 *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  OPERATOR-MASTER-RECORD.                           *
      *         COPY OPERREC REPLACING ==:LVL:== BY ==05==.       *
      *-----------------------------------------------------------*
       :LVL: OM-ID              PIC X(8).
       :LVL: OM-NAME            PIC X(20).
       :LVL: OM-ROLES           PIC X(8).
       :LVL: OM-CERT            PIC X.
       :LVL: OM-UNITS           PIC X(12).
       :LVL: OM-CERT-DATE       PIC 9(8).
       :LVL: OM-CERT-VERSION    PIC X(4).
       :LVL: OM-CERT-EXPIRY     PIC 9(8).
       :LVL: OM-CERT-NOTICE     PIC 9(8).
