       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOTW.
       AUTHOR. CAZZY.
       REMARKS. >
           Interface control-total logger, CALLed by every producer
           and consumer on the GL posting paths the way LEDGRHIR is
           CALLed by the ledger reports. The caller fills a CTLTOT
           entry -- interface, role, its own name, the batch, the
           detail count and hash total -- and this routine stamps
           the date and time and appends it to the CTLTOT log that
           the CTLBAL balancing report ties hop to hop.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; every hop checked its own
      *               trailer and nothing checked that what left
      *               one program arrived at the next.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-LOG-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-LOG-FILE.
       01  CONTROL-LOG-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       77 LOG-FILE-STATUS    PIC X(2).
       77 LOG-NOW            PIC 9(8).

       LINKAGE SECTION.
       01  LK-CONTROL-TOTAL.
           COPY CTLTOT.

       PROCEDURE DIVISION USING LK-CONTROL-TOTAL.
       MAIN-LOGIC.
           ACCEPT CTL-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-NOW FROM TIME
           MOVE LOG-NOW(1:6) TO CTL-TIME
           OPEN EXTEND CONTROL-LOG-FILE
           IF LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT CONTROL-LOG-FILE
           END-IF
           IF LOG-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open CTLTOT, status " LOG-FILE-STATUS
                   " -- " CTL-INTERFACE " totals not logged"
               GOBACK
           END-IF
           WRITE CONTROL-LOG-RECORD FROM LK-CONTROL-TOTAL
           CLOSE CONTROL-LOG-FILE
           GOBACK.
