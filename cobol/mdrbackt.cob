      *   2026-09-02  CAZZY - written; clinical review wanted to
      *               change a weight and nobody could say what
      *               the new rules would have done.
      *   2026-10-15  CAZZY - PATMASTER layout gains the
      *               readmission flag and prior discharge
      *               date/unit.
      *   2026-10-15  CAZZY - PATMASTER layout gains the discharge
      *               date.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05 PM-ADMIT-DATE       PIC 9(8).
           05 PM-BED-DAYS         PIC 9(3).
           05 PM-ISOLATION        PIC X.
           05 PM-READMIT          PIC X.
           05 PM-PRIOR-DSC-DATE   PIC 9(8).
           05 PM-PRIOR-DSC-UNIT   PIC X(4).
           05 PM-DISCHARGE-DATE   PIC 9(8).

       FD  BACKTEST-RPT-FILE.
       01  BACKTEST-RECORD     PIC X(100).
