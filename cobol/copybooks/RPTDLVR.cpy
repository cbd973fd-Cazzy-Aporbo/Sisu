      *-----------------------------------------------------------*
      * RPTDLVR - report delivery log, 80 bytes. RPTMANF appends  *
      * one line per report copy it hands a recipient on the      *
      * nightly manifest; RPTACK shows a recipient the lines      *
      * still waiting on their acknowledgment.                    *
      *                                                           *
      * DL-DATE        processing date of the manifest            *
      * DL-REPORT      report DD name                             *
      * DL-RECIPIENT   operator ID accountable for the copy       *
      * DL-DEST        delivery destination from RPTDIST          *
      * DL-LINES       print lines in the report                  *
      * DL-PAGES       pages at the manifest's page depth         *
      * DL-STATUS      PRODUCED, or EMPTY when the report came    *
      *                out under its minimum line count           *
      * DL-PURGE-DATE  the copy may be destroyed after this date  *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  DELIVERY-RECORD.                                  *
      *         COPY RPTDLVR REPLACING ==:LVL:== BY ==05==.       *
      *-----------------------------------------------------------*
       :LVL: DL-DATE            PIC 9(8).
       :LVL: DL-REPORT          PIC X(8).
       :LVL: DL-RECIPIENT       PIC X(8).
       :LVL: DL-DEST            PIC X(20).
       :LVL: DL-LINES           PIC 9(6).
       :LVL: DL-PAGES           PIC 9(4).
       :LVL: DL-STATUS          PIC X(8).
       :LVL: DL-PURGE-DATE      PIC 9(8).
       :LVL: FILLER             PIC X(10).
