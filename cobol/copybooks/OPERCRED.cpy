      *-----------------------------------------------------------*
      * OPERCRED - operator sign-on credential, one line per      *
      * operator on OPERCRED, kept by OPERSIGN at sign-on and by  *
      * the OPERSEC security administrator. The PIN itself is     *
      * never held; OC-PIN-HASH is the one-way hash OPERSIGN      *
      * computes from the operator ID and the PIN keyed.          *
      *                                                           *
      * OC-PIN-DATE      date the current PIN was set; it expires *
      *                  the OPERSPRM DAYS after                  *
      * OC-FAILS         consecutive wrong PINs since the last    *
      *                  good sign-on, reset or unlock            *
      * OC-STATUS        A active, L locked out (OPERSEC unlocks) *
      * OC-CHANGE        Y the PIN must be changed at the next    *
      *                  sign-on (set by a reset)                 *
      * OC-LAST-DATE     date of the last good sign-on            *
      * OC-LOCK-DATE     date the operator was locked out         *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  CREDENTIAL-RECORD.                                *
      *         COPY OPERCRED REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: OC-ID              PIC X(8).
       :LVL: OC-PIN-HASH        PIC 9(10).
       :LVL: OC-PIN-DATE        PIC 9(8).
       :LVL: OC-FAILS           PIC 99.
       :LVL: OC-STATUS          PIC X.
       :LVL: OC-CHANGE          PIC X.
       :LVL: OC-LAST-DATE       PIC 9(8).
       :LVL: OC-LOCK-DATE       PIC 9(8).
