      *-----------------------------------------------------------*
      * ECOCENS - wildlife census survey count, 39 bytes, one     *
      * line per species counted at a site on a survey date,      *
      * keyed from the field survey sheets and read by ECOLEDGER  *
      * in place of the simulated animal health.                  *
      *                                                           *
      * CN-SURVEY-DATE   date the count was taken (YYYYMMDD)      *
      * CN-SITE          the survey site                          *
      * CN-SPECIES       species counted                          *
      * CN-COUNT         individuals counted; several lines for   *
      *                  the same species, site and date (one per *
      *                  transect) are added together             *
      * CN-HABITAT       habitat condition at the count           *
      *                  GOOD, FAIR or POOR                       *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  CENSUS-RECORD.                                    *
      *         COPY ECOCENS REPLACING ==:LVL:== BY ==05==.       *
      *-----------------------------------------------------------*
       :LVL: CN-SURVEY-DATE     PIC 9(8).
       :LVL: CN-SITE            PIC X(10).
       :LVL: CN-SPECIES         PIC X(10).
       :LVL: CN-COUNT           PIC 9(7).
       :LVL: CN-HABITAT         PIC X(4).
