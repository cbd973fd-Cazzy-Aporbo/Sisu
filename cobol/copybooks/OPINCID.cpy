      *-----------------------------------------------------------*
      * OPINCID - operator alert incident, one line per incident  *
      * occurrence on OPSINCID, kept by OPSCORR. Repeated         *
      * OPSALERT lines from one source about one subject fold     *
      * into the open occurrence; a subject that goes quiet and   *
      * then alerts again reopens the incident as the next        *
      * occurrence under the same incident number.                *
      *                                                           *
      * IN-SUBJECT       the leading alert text OPSCRULE says     *
      *                  names the subject (whole text if no rule)*
      * IN-STATUS        O open, C cleared                        *
      * IN-FIRST-/LAST-  date and step of the first and latest    *
      *                  alert folded into this occurrence        *
      * IN-COUNT         alerts folded in                         *
      * IN-PEAK          highest severity seen (CRITICAL over     *
      *                  WARNING over anything else)              *
      * IN-LAST-TEXT     the latest alert's full text             *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  INCIDENT-RECORD.                                  *
      *         COPY OPINCID REPLACING ==:LVL:== BY ==05==.       *
      *-----------------------------------------------------------*
       :LVL: IN-ID              PIC 9(6).
       :LVL: IN-OCCUR           PIC 99.
       :LVL: IN-SOURCE          PIC X(10).
       :LVL: IN-SUBJECT         PIC X(51).
       :LVL: IN-STATUS          PIC X.
       :LVL: IN-FIRST-DATE      PIC 9(8).
       :LVL: IN-FIRST-STEP      PIC 999.
       :LVL: IN-LAST-DATE       PIC 9(8).
       :LVL: IN-LAST-STEP       PIC 999.
       :LVL: IN-COUNT           PIC 9(5).
       :LVL: IN-PEAK            PIC X(8).
       :LVL: IN-LAST-SEV        PIC X(8).
       :LVL: IN-LAST-TEXT       PIC X(51).
