      *-----------------------------------------------------------*
      * CTLTOT - interface control-total log entry, one line per  *
      * batch per hop on the CTLTOT log, appended by the CTLTOTW  *
      * subprogram. Every producer on the posting paths logs the  *
      * trailer it wrote and every consumer what it found on      *
      * reading the batch, so CTLBAL can tie each hop to the next *
      * (HFBILLING -> GLQBILL -> GLPOST -> LEDGERTX, and the      *
      * ECOPOST, UFPOST and other GL queues into GLPOST).         *
      *                                                           *
      * CTL-INTERFACE    the file the batch travelled on          *
      * CTL-ROLE         P produced (the trailer written),        *
      *                  R received and accepted by a consumer,   *
      *                  J rejected by a consumer (the counts are *
      *                  what it actually found)                  *
      * CTL-BATCH        the batch's HDR date                     *
      * CTL-COUNT        detail lines                             *
      * CTL-HASH         the hash total the trailer carries --    *
      *                  the debit amount on the GL queues,       *
      *                  GLPOST and LEDGERTX; bed-days plus       *
      *                  doses on HFBILLING                       *
      * CTL-DATE/CTL-TIME stamped by CTLTOTW                      *
      *                                                           *
      * Embed under the caller's own 01 level, e.g.:              *
      *     01  CONTROL-TOTAL-ENTRY.                              *
      *         COPY CTLTOT.                                      *
      *-----------------------------------------------------------*
           05 CTL-DATE           PIC 9(8).
           05 CTL-TIME           PIC 9(6).
           05 CTL-INTERFACE      PIC X(10).
           05 CTL-ROLE           PIC X.
           05 CTL-PROGRAM        PIC X(10).
           05 CTL-BATCH          PIC 9(8).
           05 CTL-COUNT          PIC 9(6).
           05 CTL-HASH           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 CTL-NOTE           PIC X(19).
