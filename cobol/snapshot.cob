      *   2026-09-02  CAZZY - carry the full 47-byte LEDGERTX
      *               record; the image was two bytes short of
      *               the cost center and a restore truncated it.
      *   2026-10-15  CAZZY - LEDGERTX image is 51 bytes with the
      *               company code on the end of the record.
      *   2026-10-15  CAZZY - LEDGERTX image is 81 bytes with the
      *               source system and source reference on the
      *               end of the record.
      *   2026-10-15  CAZZY - PATMASTER image is 171 bytes with
      *               the readmission flag, prior discharge date
      *               and prior discharging unit on the end of the
      *               record; the generation data widens to 180.
      *   2026-10-15  CAZZY - PATMASTER layout gains the discharge
      *               date.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FD  GEN1-FILE.
       01  GEN1-RECORD.
           05 G1-TAG           PIC X(10).
           05 G1-DATA          PIC X(180).
       FD  GEN2-FILE.
       01  GEN2-RECORD.
           05 G2-TAG           PIC X(10).
           05 G2-DATA          PIC X(180).
       FD  GEN3-FILE.
       01  GEN3-RECORD.
           05 G3-TAG           PIC X(10).
           05 G3-DATA          PIC X(180).

       FD  CITY-STATE-FILE.
       01  CITY-STATE-RECORD   PIC X(80).
       01  PATIENT-MASTER-RECORD.
           05 FILLER           PIC X(128).
           05 PM-MRN           PIC 9(6).
           05 FILLER           PIC X(45).

       FD  PATIENT-TABLE-FILE.
       01  PTF-RECORD          PIC X(128).
           05 TXN-OPERATOR     PIC X(8).
           05 TXN-TIME         PIC 9(6).
           05 TXN-COST-CTR     PIC X(4).
           05 TXN-COMPANY      PIC X(4).
           05 TXN-SOURCE       PIC X(10).
           05 TXN-SRC-REF      PIC X(20).

       FD  OPENING-BAL-FILE.
       01  BAL-RECORD          PIC X(20).
       77 RUN-MODE           PIC X.
       77 KEEP-GENS          PIC 9 VALUE 3.
       77 CUR-TAG            PIC X(10).
       77 WORK-DATA          PIC X(180).
       77 SNAP-REC-COUNT     PIC 9(5) VALUE 0.
       77 FILE-REC-COUNT     PIC 9(5).
       77 RESTORE-TAG        PIC X(10).
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO WORK-DATA
               MOVE TXN-RECORD TO WORK-DATA(1:81)
               PERFORM WRITE-SNAP-RECORD
           END-PERFORM
           CLOSE LEDGER-TXN-FILE
                   MOVE WORK-DATA(1:30) TO ROSTER-RECORD
                   WRITE ROSTER-RECORD
               WHEN "LEDGERTX  "
                   MOVE WORK-DATA(1:81) TO TXN-RECORD
                   WRITE TXN-RECORD
                       INVALID KEY
                           DISPLAY "Restore write failed for "
