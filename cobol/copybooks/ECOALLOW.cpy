      *-----------------------------------------------------------*
      * ECOALLOW - emission allowance registry, one line per      *
      * factory per permit year, kept by ECOALREG from the        *
      * ECOTRADE transfers and read by ECOLEDGER and ECOCOMPL.    *
      *                                                           *
      * AL-ISSUED        the ECOPERMIT annual allowance as it     *
      *                  stood at the factory's last trade run    *
      * AL-BOUGHT        units bought from other factories        *
      * AL-SOLD          units sold to other factories            *
      * AL-COST          paid for the units bought                *
      * AL-PROCEEDS      received for the units sold              *
      *                                                           *
      * The traded balance a factory is judged against is its     *
      * ECOPERMIT allowance plus AL-BOUGHT less AL-SOLD.          *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  ALLOWANCE-RECORD.                                 *
      *         COPY ECOALLOW REPLACING ==:LVL:== BY ==05==.      *
      *-----------------------------------------------------------*
       :LVL: AL-FACTORY         PIC X(10).
       :LVL: AL-YEAR            PIC 9(4).
       :LVL: AL-ISSUED          PIC 9(7).
       :LVL: AL-BOUGHT          PIC 9(7).
       :LVL: AL-SOLD            PIC 9(7).
       :LVL: AL-COST            PIC 9(7)V99.
       :LVL: AL-PROCEEDS        PIC 9(7)V99.
       :LVL: AL-LAST-TRADE      PIC 9(8).
