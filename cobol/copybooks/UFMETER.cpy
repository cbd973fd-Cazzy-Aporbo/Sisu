      *-----------------------------------------------------------*
      * UFMETER - building energy meter reading, 31 bytes, one    *
      * per numbered building per step, appended by URBANFLUX     *
      * and consumed by the UFUTLBIL monthly utility billing run. *
      *                                                           *
      * MR-PARCEL        the building's parcel number, which is   *
      *                  also its utility account                 *
      * MR-UNITS         energy drawn in the step, the building's *
      *                  B-ENERGY scaled by the step's weather    *
      *                  demand                                   *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  METER-READING-RECORD.                             *
      *         COPY UFMETER REPLACING ==:LVL:== BY ==05==.       *
      *-----------------------------------------------------------*
       :LVL: MR-DATE            PIC 9(8).
       :LVL: MR-STEP            PIC 9(3).
       :LVL: MR-PARCEL          PIC 9(5).
       :LVL: MR-DISTRICT        PIC 9.
       :LVL: MR-BTYPE           PIC X(10).
       :LVL: MR-UNITS           PIC 9(4).
