      *-----------------------------------------------------------*
      * RPTACK - report receipt acknowledgment, 40 bytes, one     *
      * line on RPTACKS per delivery a recipient has confirmed    *
      * through RPTACK. Keyed to the RPTDLVR line by delivery     *
      * date, report and recipient.                               *
      *                                                           *
      * Embed under the caller's own level number, e.g.:          *
      *     01  RECEIPT-ACK-RECORD.                               *
      *         COPY RPTACK REPLACING ==:LVL:== BY ==05==.        *
      *-----------------------------------------------------------*
       :LVL: RA-DLV-DATE        PIC 9(8).
       :LVL: RA-REPORT          PIC X(8).
       :LVL: RA-RECIPIENT       PIC X(8).
       :LVL: RA-ACK-DATE        PIC 9(8).
       :LVL: RA-ACK-TIME        PIC 9(6).
       :LVL: FILLER             PIC X(2).
