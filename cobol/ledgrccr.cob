      * Mod history:
      *   2026-09-02  CAZZY - written with the cost-center
      *               dimension on TXN-RECORD.
      *   2026-10-15  CAZZY - TXN-RECORD and ARCHIVE-RECORD carry
      *               the company code; layout only.
      *   2026-10-15  CAZZY - TXN-RECORD and ARCHIVE-RECORD carry
      *               the source system and source reference;
      *               layout only.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05 TXN-OPERATOR     PIC X(8).
           05 TXN-TIME         PIC 9(6).
           05 TXN-COST-CTR     PIC X(4).
           05 TXN-COMPANY      PIC X(4).
           05 TXN-SOURCE       PIC X(10).
           05 TXN-SRC-REF      PIC X(20).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 AR-OPERATOR      PIC X(8).
           05 AR-TIME          PIC 9(6).
           05 AR-COST-CTR      PIC X(4).
           05 AR-COMPANY       PIC X(4).
           05 AR-SOURCE        PIC X(10).
           05 AR-SRC-REF       PIC X(20).

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).
