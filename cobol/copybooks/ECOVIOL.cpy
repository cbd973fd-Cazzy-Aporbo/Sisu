      *-----------------------------------------------------------*
      * ECOVIOL - permit violation, 44 bytes, appended by         *
      * ECOLEDGER the first time in a run a factory breaks its    *
      * permit, and consumed by the ECOENFRC enforcement case     *
      * run.                                                      *
      *                                                           *
      * VL-FACTORY       the ECOPERMIT factory name               *
      * VL-TYPE          RATE      reading over the permitted     *
      *                            rate                           *
      *                  ALLOWANCE year's readings over the       *
      *                            traded allowance balance       *
      * VL-READING       the reading (or year's total) found      *
      * VL-LIMIT         the limit it broke                       *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  VIOLATION-RECORD.                                 *
      *         COPY ECOVIOL REPLACING ==:LVL:== BY ==05==.       *
      *-----------------------------------------------------------*
       :LVL: VL-DATE            PIC 9(8).
       :LVL: VL-STEP            PIC 99.
       :LVL: VL-FACTORY         PIC X(10).
       :LVL: VL-TYPE            PIC X(10).
       :LVL: VL-READING         PIC 9(7).
       :LVL: VL-LIMIT           PIC 9(7).
