      *               BANKSTMT); comparing it to the sum of the
      *               same statement lines was an identity that
      *               could never disagree.
      *   2026-10-15  CAZZY - TXN-RECORD carries the company code;
      *               layout only.
      *   2026-10-15  CAZZY - TXN-RECORD carries the source system
      *               and source reference; layout only.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05 TXN-OPERATOR     PIC X(8).
           05 TXN-TIME         PIC 9(6).
           05 TXN-COST-CTR     PIC X(4).
           05 TXN-COMPANY      PIC X(4).
           05 TXN-SOURCE       PIC X(10).
           05 TXN-SRC-REF      PIC X(20).

      *-----------------------------------------------------------*
      * Movement lines are date(8) + signed amount; one "BAL"     *
