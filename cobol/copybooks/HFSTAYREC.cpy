      *-----------------------------------------------------------*
      * HFSTAYREC - stay history log record (HFSTAYLG), 80 bytes. *
      * Written by HEALTHFLUX as the stay happens and read back   *
      * by HFDSCSUM when the stay closes, so the discharge        *
      * summary covers every run of the stay, not just the last.  *
      *                                                           *
      * SL-TYPE  ADM  admission (placement, vitals as admitted)   *
      *          XFR  transfer to a new unit/room/bed; the unit   *
      *               moved from rides in SL-FROM-UNIT            *
      *          VIT  one run's first, worst and last vitals and  *
      *               the isolation flag as the run ended         *
      *          LAB  a result outside its HFLABNRM normal range  *
      *          MAR  one run's dose counts for one order         *
      *                                                           *
      * Embed under the caller's own level numbers, e.g.:         *
      *     01  STAY-LOG-RECORD.                                  *
      *         COPY HFSTAYREC REPLACING ==:LVL:== BY ==05==      *
      *                                  ==:SUB:== BY ==10==.     *
      *-----------------------------------------------------------*
       :LVL: SL-MRN             PIC 9(6).
       :LVL: SL-DATE            PIC 9(8).
       :LVL: SL-TYPE            PIC X(3).
       :LVL: SL-UNIT            PIC X(4).
       :LVL: SL-ROOM            PIC X(4).
       :LVL: SL-BED             PIC X(4).
       :LVL: SL-DETAIL          PIC X(47).
       :LVL: SL-VITALS-DETAIL REDEFINES SL-DETAIL.
           :SUB: SL-FIRST-HEART     PIC 99.
           :SUB: SL-FIRST-BP        PIC 999.
           :SUB: SL-FIRST-OXYGEN    PIC 99.
           :SUB: SL-WORST-HEART     PIC 99.
           :SUB: SL-WORST-BP        PIC 999.
           :SUB: SL-WORST-OXYGEN    PIC 99.
           :SUB: SL-LAST-HEART      PIC 99.
           :SUB: SL-LAST-BP         PIC 999.
           :SUB: SL-LAST-OXYGEN     PIC 99.
           :SUB: SL-ISOLATION       PIC X.
           :SUB: SL-FROM-UNIT       PIC X(4).
           :SUB: FILLER             PIC X(21).
       :LVL: SL-LAB-DETAIL REDEFINES SL-DETAIL.
           :SUB: SL-LAB-TEST        PIC X(4).
           :SUB: SL-LAB-VALUE       PIC 9(5).
           :SUB: SL-LAB-LOW         PIC 9(5).
           :SUB: SL-LAB-HIGH        PIC 9(5).
           :SUB: SL-LAB-FLAG        PIC X.
           :SUB: FILLER             PIC X(27).
       :LVL: SL-MAR-DETAIL REDEFINES SL-DETAIL.
           :SUB: SL-MAR-TYPE        PIC X(10).
           :SUB: SL-MAR-DOSAGE      PIC 99.
           :SUB: SL-MAR-GIVEN       PIC 9(3).
           :SUB: SL-MAR-REFUSED     PIC 9(3).
           :SUB: SL-MAR-MISSED      PIC 9(3).
           :SUB: FILLER             PIC X(26).
