      *               to the archive alongside the other TXN
      *               fields, so cost-center reporting over a
      *               closed period still has its dimension.
      *   2026-10-15  CAZZY - carry the company code through to
      *               LEDGRARC with the rest of the record, so
      *               entity reporting over a closed period still
      *               sees it.
      *   2026-10-15  CAZZY - carry the source system and source
      *               reference through to LEDGRARC, so a closed
      *               period's lines still drill back to their
      *               feed records.
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

       WORKING-STORAGE SECTION.
       77 TXN-FILE-STATUS    PIC X(2).
                   MOVE TXN-OPERATOR TO AR-OPERATOR
                   MOVE TXN-TIME TO AR-TIME
                   MOVE TXN-COST-CTR TO AR-COST-CTR
                   MOVE TXN-COMPANY TO AR-COMPANY
                   MOVE TXN-SOURCE TO AR-SOURCE
                   MOVE TXN-SRC-REF TO AR-SRC-REF
                   WRITE ARCHIVE-RECORD
                   DELETE LEDGER-TXN-FILE RECORD
                       INVALID KEY
