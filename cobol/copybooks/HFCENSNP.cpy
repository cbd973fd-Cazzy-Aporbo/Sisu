      *-----------------------------------------------------------*
      * HFCENSNP - midnight census snapshot record (HFCENSNP),    *
      * 40 bytes. HEALTHFLUX appends one per unit at the end of   *
      * each run: the patients placed on the unit and its HFBEDS  *
      * bed count. The nightly run's lines are the day's midnight *
      * census; HFCENSTA sums them into the month's patient-days  *
      * and average daily census, the last run of a date standing *
      * for that date. Patients with no unit are counted under a  *
      * blank CN-UNIT.                                            *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  CENSUS-SNAPSHOT-RECORD.                           *
      *         COPY HFCENSNP REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: CN-DATE            PIC 9(8).
       :LVL: CN-TIME            PIC 9(6).
       :LVL: CN-UNIT            PIC X(4).
       :LVL: CN-CENSUS          PIC 9(4).
       :LVL: CN-BEDS            PIC 9(4).
       :LVL: FILLER             PIC X(14).
