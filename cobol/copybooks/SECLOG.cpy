      *-----------------------------------------------------------*
      * SECLOG - security log, 80 bytes. OPERSIGN appends one     *
      * line for every sign-on PIN check and PIN change, OPERSEC  *
      * one for every reset and unlock.                           *
      *                                                           *
      * SL-EVENT   SIGNON    good PIN                             *
      *            BADPIN    wrong PIN, not yet locked out        *
      *            LOCKOUT   wrong PIN that reached the limit     *
      *            LOCKED    sign-on tried while locked out       *
      *            NOPIN     operator has no PIN enrolled         *
      *            CHANGED   PIN changed (expired or after reset) *
      *            NOCHANGE  a required change was not completed  *
      *            RESET     PIN reset by a security administrator*
      *            UNLOCK    lockout cleared by one               *
      * SL-FAILS   consecutive failures after the event           *
      * SL-BY      the security administrator (RESET, UNLOCK)     *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  SECURITY-LOG-RECORD.                              *
      *         COPY SECLOG REPLACING ==:LVL:== BY ==05==.        *
      *-----------------------------------------------------------*
       :LVL: SL-DATE            PIC 9(8).
       :LVL: SL-TIME            PIC 9(6).
       :LVL: SL-OPERATOR        PIC X(8).
       :LVL: SL-EVENT           PIC X(8).
       :LVL: SL-FAILS           PIC 99.
       :LVL: SL-BY              PIC X(8).
       :LVL: SL-TEXT            PIC X(40).
