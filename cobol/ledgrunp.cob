       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGRUNP.
       AUTHOR. CAZZY.
       REMARKS. >
           Patient-unit profitability report for one closed
           period. Every cost center LEDGRCCM ties to a HealthFlux
           patient unit gets one line on LEDGRUPR: revenue (the
           unit's credits to revenue accounts -- BILLPOST books
           bed-day revenue by unit), direct cost (expense posted
           to the center), overhead allocated in by the month-end
           step-down (the LEDGRALR allocation accounts), total
           cost, margin, patient-days (the BEDD statistic on
           LEDGRSTS) and cost per patient-day. Reads LEDGERTX and
           the LEDGRARC archive, so it runs after LEDGERARC in the
           MONTHEND chain; the period defaults to the one just
           closed on LEDGRPER. The ledger is only read.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written with the month-end overhead
      *               allocation; the nursing units had revenue
      *               and a cost center but no view of what they
      *               cost once administration and facilities
      *               were charged out.
      *   2026-10-15  CAZZY - account types are keyed reads of the
      *               indexed LEDGRACT instead of a 200-entry
      *               table.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-TXN-FILE ASSIGN TO "LEDGERTX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXN-SEQ
               FILE STATUS IS TXN-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "LEDGRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "LEDGRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-CODE
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT COST-CTR-FILE ASSIGN TO "LEDGRCCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CCM-FILE-STATUS.
           SELECT ALLOC-RULE-FILE ASSIGN TO "LEDGRALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-FILE-STATUS.
           SELECT STATISTICS-FILE ASSIGN TO "LEDGRSTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STS-FILE-STATUS.
           SELECT PERIOD-CTL-FILE ASSIGN TO "LEDGRPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PER-FILE-STATUS.
           SELECT UNIT-RPT-FILE ASSIGN TO "LEDGRUPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-TXN-FILE.
       01  TXN-RECORD.
           05 TXN-SEQ          PIC 9(6).
           05 TXN-DATE         PIC 9(8).
           05 TXN-ACCT-CODE    PIC X(4).
           05 TXN-AMT          PIC S9(5)V99.
           05 TXN-JRNL         PIC 9(4).
           05 TXN-OPERATOR     PIC X(8).
           05 TXN-TIME         PIC 9(6).
           05 TXN-COST-CTR     PIC X(4).
           05 TXN-COMPANY      PIC X(4).
           05 TXN-SOURCE       PIC X(10).
           05 TXN-SRC-REF      PIC X(20).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 AR-SEQ           PIC 9(6).
           05 AR-DATE          PIC 9(8).
           05 AR-ACCT-CODE     PIC X(4).
           05 AR-AMT           PIC S9(5)V99.
           05 AR-JRNL          PIC 9(4).
           05 AR-OPERATOR      PIC X(8).
           05 AR-TIME          PIC 9(6).
           05 AR-COST-CTR      PIC X(4).
           05 AR-COMPANY       PIC X(4).
           05 AR-SOURCE        PIC X(10).
           05 AR-SRC-REF       PIC X(20).

       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-RECORD.
           05 AM-CODE          PIC X(4).
           05 AM-DESC          PIC X(20).
           05 AM-TYPE          PIC X.
           05 AM-ACTIVE        PIC X.

       FD  COST-CTR-FILE.
       01  COST-CTR-RECORD.
           05 CC-CODE          PIC X(4).
           05 CC-DESC          PIC X(20).
           05 CC-ACTIVE        PIC X.
           05 CC-UNIT          PIC X(4).

       FD  ALLOC-RULE-FILE.
       01  ALLOC-RULE-RECORD.
           05 AL-FROM-CTR      PIC X(4).
           05 AL-BASIS         PIC X(4).
           05 AL-ACCT          PIC X(4).
           05 AL-COMPANY       PIC X(4).

       FD  STATISTICS-FILE.
       01  STATISTICS-RECORD.
           05 ST-PERIOD        PIC 9(6).
           05 ST-BASIS         PIC X(4).
           05 ST-COST-CTR      PIC X(4).
           05 ST-COMPANY       PIC X(4).
           05 ST-QTY           PIC 9(7).
           05 ST-SOURCE        PIC X(10).

       FD  PERIOD-CTL-FILE.
       01  PERIOD-CTL-RECORD   PIC X(20).

       FD  UNIT-RPT-FILE.
       01  UNIT-RPT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       77 TXN-FILE-STATUS     PIC X(2).
       77 ARC-FILE-STATUS     PIC X(2).
       77 ACCT-FILE-STATUS    PIC X(2).
       77 CCM-FILE-STATUS     PIC X(2).
       77 ALR-FILE-STATUS     PIC X(2).
       77 STS-FILE-STATUS     PIC X(2).
       77 PER-FILE-STATUS     PIC X(2).
       77 RPT-FILE-STATUS     PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 PERIOD-ENTRY        PIC X(6).
       77 RPT-PERIOD          PIC 9(6) VALUE 0.
       77 RPT-YEAR            PIC 9(4).
       77 RPT-COMPANY         PIC X(4).
       77 DEFAULT-COMPANY     PIC X(4) VALUE "CORP".
       77 PATIENT-DAY-BASIS   PIC X(4) VALUE "BEDD".
       77 WORK-DATE           PIC 9(8).
       77 WORK-PERIOD         PIC 9(6).
       77 WORK-ACCT           PIC X(4).
       77 WORK-CC             PIC X(4).
       77 WORK-COMPANY        PIC X(4).
       77 WORK-AMT            PIC S9(5)V99.
       77 WORK-TYPE           PIC X.
       77 WORK-ALLOC          PIC X.
       77 LINES-READ          PIC 9(6) VALUE 0.
       77 A-IDX               PIC 99.
       77 U-IDX               PIC 99.
       77 AM-AVAILABLE        PIC X VALUE "N".
       77 FIG-REVENUE         PIC S9(9)V99.
       77 FIG-DIRECT          PIC S9(9)V99.
       77 FIG-OVERHEAD        PIC S9(9)V99.
       77 FIG-DAYS            PIC 9(7).
       77 UNIT-COST           PIC S9(9)V99.
       77 UNIT-MARGIN         PIC S9(9)V99.
       77 COST-PER-DAY        PIC S9(7)V99.
       77 REV-EDIT            PIC -(8)9.99.
       77 DIR-EDIT            PIC -(8)9.99.
       77 OVH-EDIT            PIC -(8)9.99.
       77 TOT-EDIT            PIC -(8)9.99.
       77 MGN-EDIT            PIC -(8)9.99.
       77 DAYS-EDIT           PIC Z(7)9.
       77 CPD-EDIT            PIC -(6)9.99.

       01 ALLOC-ACCTS.
           05 AA-ACCT OCCURS 20 TIMES PIC X(4).
       01 AA-COUNT            PIC 99 VALUE 0.

      *-----------------------------------------------------------*
      * One line per patient-unit cost center, with the all-unit  *
      * totals kept apart for the closing line.                   *
      *-----------------------------------------------------------*
       01 UNIT-TABLE.
           05 UN-ENTRY OCCURS 20 TIMES.
              10 UN-COST-CTR   PIC X(4).
              10 UN-UNIT       PIC X(4).
              10 UN-DESC       PIC X(20).
              10 UN-REVENUE    PIC S9(9)V99.
              10 UN-DIRECT     PIC S9(9)V99.
              10 UN-OVERHEAD   PIC S9(9)V99.
              10 UN-DAYS       PIC 9(7).
       01 UN-COUNT            PIC 99 VALUE 0.
       01 UNIT-TOTALS.
           05 UT-REVENUE       PIC S9(9)V99 VALUE 0.
           05 UT-DIRECT        PIC S9(9)V99 VALUE 0.
           05 UT-OVERHEAD      PIC S9(9)V99 VALUE 0.
           05 UT-DAYS          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           PERFORM DEFAULT-REPORT-PERIOD
           DISPLAY "Period YYYYMM (spaces for " RPT-PERIOD "): "
           ACCEPT PERIOD-ENTRY
           IF PERIOD-ENTRY NOT = SPACES
               COMPUTE RPT-PERIOD = FUNCTION NUMVAL(PERIOD-ENTRY)
           END-IF
           DISPLAY "Company code (spaces for all companies): "
           ACCEPT RPT-COMPANY
           MOVE FUNCTION UPPER-CASE(RPT-COMPANY) TO RPT-COMPANY

           PERFORM LOAD-UNIT-CENTERS
           IF UN-COUNT = 0
               DISPLAY "No patient-unit cost centers on LEDGRCCM "
                   "-- no unit profitability to report"
               GOBACK
           END-IF
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM LOAD-ALLOCATION-ACCOUNTS
           PERFORM LOAD-PATIENT-DAYS
           PERFORM LOAD-ARCHIVED-ACTIVITY
           PERFORM LOAD-LIVE-ACTIVITY
           IF AM-AVAILABLE = "Y"
               CLOSE ACCT-MASTER-FILE
           END-IF
           IF TXN-FILE-STATUS NOT = "00" AND LINES-READ = 0
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT UNIT-RPT-FILE
           PERFORM PRINT-UNIT-REPORT
           CLOSE UNIT-RPT-FILE
           DISPLAY "Unit profitability for " RPT-PERIOD " on "
               "LEDGRUPR: " UN-COUNT " units"
           GOBACK.

      *-----------------------------------------------------------*
      * The period just closed is the one before LEDGRPER's open  *
      * period; with no control file, last calendar month.        *
      *-----------------------------------------------------------*
       DEFAULT-REPORT-PERIOD.
           COMPUTE RPT-PERIOD = TODAY-STAMP / 100
           OPEN INPUT PERIOD-CTL-FILE
           IF PER-FILE-STATUS = "00"
               READ PERIOD-CTL-FILE
                   AT END
                       CONTINUE
               END-READ
               IF PER-FILE-STATUS = "00"
                       AND PERIOD-CTL-RECORD(1:6) IS NUMERIC
                   MOVE PERIOD-CTL-RECORD(1:6) TO RPT-PERIOD
               END-IF
               CLOSE PERIOD-CTL-FILE
           END-IF
           IF FUNCTION MOD(RPT-PERIOD 100) = 1
               COMPUTE RPT-YEAR = RPT-PERIOD / 100
               COMPUTE RPT-PERIOD = (RPT-YEAR - 1) * 100 + 12
           ELSE
               SUBTRACT 1 FROM RPT-PERIOD
           END-IF
           .

       LOAD-UNIT-CENTERS.
           OPEN INPUT COST-CTR-FILE
           IF CCM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ COST-CTR-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF CC-UNIT NOT = SPACES AND UN-COUNT < 20
                   ADD 1 TO UN-COUNT
                   MOVE CC-CODE TO UN-COST-CTR(UN-COUNT)
                   MOVE CC-UNIT TO UN-UNIT(UN-COUNT)
                   MOVE CC-DESC TO UN-DESC(UN-COUNT)
                   MOVE 0 TO UN-REVENUE(UN-COUNT)
                   MOVE 0 TO UN-DIRECT(UN-COUNT)
                   MOVE 0 TO UN-OVERHEAD(UN-COUNT)
                   MOVE 0 TO UN-DAYS(UN-COUNT)
               END-IF
           END-PERFORM
           CLOSE COST-CTR-FILE
           .

      *-----------------------------------------------------------*
      * LEDGRACT stays open while the activity is tallied; each   *
      * posting's account type is a keyed read by account code.   *
      *-----------------------------------------------------------*
       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCT-MASTER-FILE
           IF ACCT-FILE-STATUS NOT = "00"
               DISPLAY "No account master (LEDGRACT) -- revenue "
                   "and expense cannot be told apart"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO AM-AVAILABLE
           .

       LOAD-ALLOCATION-ACCOUNTS.
           OPEN INPUT ALLOC-RULE-FILE
           IF ALR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ALLOC-RULE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM VARYING A-IDX FROM 1 BY 1
                       UNTIL A-IDX > AA-COUNT
                   IF AA-ACCT(A-IDX) = AL-ACCT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF A-IDX > AA-COUNT AND AA-COUNT < 20
                   ADD 1 TO AA-COUNT
                   MOVE AL-ACCT TO AA-ACCT(AA-COUNT)
               END-IF
           END-PERFORM
           CLOSE ALLOC-RULE-FILE
           .

      *-----------------------------------------------------------*
      * Patient-days are the BEDD lines BILLPOST appends for the  *
      * period, summed per center.                                *
      *-----------------------------------------------------------*
       LOAD-PATIENT-DAYS.
           OPEN INPUT STATISTICS-FILE
           IF STS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ STATISTICS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF ST-COMPANY = SPACES
                   MOVE DEFAULT-COMPANY TO ST-COMPANY
               END-IF
               IF ST-BASIS = PATIENT-DAY-BASIS
                       AND ST-PERIOD = RPT-PERIOD
                       AND ST-QTY IS NUMERIC
                       AND (RPT-COMPANY = SPACES
                            OR ST-COMPANY = RPT-COMPANY)
                   PERFORM VARYING U-IDX FROM 1 BY 1
                           UNTIL U-IDX > UN-COUNT
                       IF UN-COST-CTR(U-IDX) = ST-COST-CTR
                           ADD ST-QTY TO UN-DAYS(U-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE STATISTICS-FILE
           .

       LOAD-ARCHIVED-ACTIVITY.
           OPEN INPUT ARCHIVE-FILE
           IF ARC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ARCHIVE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE AR-DATE TO WORK-DATE
               MOVE AR-ACCT-CODE TO WORK-ACCT
               MOVE AR-COST-CTR TO WORK-CC
               MOVE AR-COMPANY TO WORK-COMPANY
               MOVE AR-AMT TO WORK-AMT
               PERFORM TALLY-UNIT-LINE
           END-PERFORM
           CLOSE ARCHIVE-FILE
           .

       LOAD-LIVE-ACTIVITY.
           OPEN INPUT LEDGER-TXN-FILE
           IF TXN-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open LEDGERTX, status "
                   TXN-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ LEDGER-TXN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE TXN-DATE TO WORK-DATE
               MOVE TXN-ACCT-CODE TO WORK-ACCT
               MOVE TXN-COST-CTR TO WORK-CC
               MOVE TXN-COMPANY TO WORK-COMPANY
               MOVE TXN-AMT TO WORK-AMT
               PERFORM TALLY-UNIT-LINE
           END-PERFORM
           CLOSE LEDGER-TXN-FILE
           .

      *-----------------------------------------------------------*
      * Revenue accounts (type R) carry credits, so the unit's    *
      * revenue is their sign-reversed total. Expense (type E) on *
      * an allocation account is overhead charged in; any other   *
      * expense is the unit's direct cost.                        *
      *-----------------------------------------------------------*
       TALLY-UNIT-LINE.
           ADD 1 TO LINES-READ
           COMPUTE WORK-PERIOD = WORK-DATE / 100
           IF WORK-PERIOD NOT = RPT-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF WORK-COMPANY = SPACES OR WORK-COMPANY = LOW-VALUES
               MOVE DEFAULT-COMPANY TO WORK-COMPANY
           END-IF
           IF RPT-COMPANY NOT = SPACES
                   AND WORK-COMPANY NOT = RPT-COMPANY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING U-IDX FROM 1 BY 1
                   UNTIL U-IDX > UN-COUNT
               IF UN-COST-CTR(U-IDX) = WORK-CC
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF U-IDX > UN-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WORK-TYPE
           IF AM-AVAILABLE = "Y"
               MOVE WORK-ACCT TO AM-CODE
               READ ACCT-MASTER-FILE
                   KEY IS AM-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-TYPE TO WORK-TYPE
               END-READ
           END-IF
           MOVE "N" TO WORK-ALLOC
           PERFORM VARYING A-IDX FROM 1 BY 1
                   UNTIL A-IDX > AA-COUNT
               IF AA-ACCT(A-IDX) = WORK-ACCT
                   MOVE "Y" TO WORK-ALLOC
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WORK-TYPE = "R"
                   SUBTRACT WORK-AMT FROM UN-REVENUE(U-IDX)
               WHEN WORK-ALLOC = "Y"
                   ADD WORK-AMT TO UN-OVERHEAD(U-IDX)
               WHEN WORK-TYPE = "E"
                   ADD WORK-AMT TO UN-DIRECT(U-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       PRINT-UNIT-REPORT.
           MOVE SPACES TO UNIT-RPT-RECORD
           STRING TODAY-STAMP " UNIT PROFITABILITY  PERIOD "
               RPT-PERIOD "  COMPANY " RPT-COMPANY
               DELIMITED BY SIZE INTO UNIT-RPT-RECORD
           IF RPT-COMPANY = SPACES
               MOVE "ALL" TO UNIT-RPT-RECORD(53:3)
           END-IF
           WRITE UNIT-RPT-RECORD
           MOVE SPACES TO UNIT-RPT-RECORD
           WRITE UNIT-RPT-RECORD
           MOVE SPACES TO UNIT-RPT-RECORD
           MOVE "UNIT CTR  DESCRIPTION" TO UNIT-RPT-RECORD(1:21)
           MOVE "REVENUE" TO UNIT-RPT-RECORD(36:7)
           MOVE "DIRECT COST" TO UNIT-RPT-RECORD(45:11)
           MOVE "ALLOC OVHD" TO UNIT-RPT-RECORD(59:10)
           MOVE "TOTAL COST" TO UNIT-RPT-RECORD(72:10)
           MOVE "MARGIN" TO UNIT-RPT-RECORD(89:6)
           MOVE "PAT-DAYS" TO UNIT-RPT-RECORD(96:8)
           MOVE "COST/DAY" TO UNIT-RPT-RECORD(107:8)
           WRITE UNIT-RPT-RECORD
           PERFORM VARYING U-IDX FROM 1 BY 1
                   UNTIL U-IDX > UN-COUNT
               ADD UN-REVENUE(U-IDX) TO UT-REVENUE
               ADD UN-DIRECT(U-IDX) TO UT-DIRECT
               ADD UN-OVERHEAD(U-IDX) TO UT-OVERHEAD
               ADD UN-DAYS(U-IDX) TO UT-DAYS
               MOVE SPACES TO UNIT-RPT-RECORD
               MOVE UN-UNIT(U-IDX) TO UNIT-RPT-RECORD(1:4)
               MOVE UN-COST-CTR(U-IDX) TO UNIT-RPT-RECORD(6:4)
               MOVE UN-DESC(U-IDX) TO UNIT-RPT-RECORD(11:20)
               MOVE UN-REVENUE(U-IDX) TO FIG-REVENUE
               MOVE UN-DIRECT(U-IDX) TO FIG-DIRECT
               MOVE UN-OVERHEAD(U-IDX) TO FIG-OVERHEAD
               MOVE UN-DAYS(U-IDX) TO FIG-DAYS
               PERFORM FORMAT-UNIT-FIGURES
           END-PERFORM
           MOVE SPACES TO UNIT-RPT-RECORD
           WRITE UNIT-RPT-RECORD
           MOVE SPACES TO UNIT-RPT-RECORD
           MOVE "ALL PATIENT UNITS" TO UNIT-RPT-RECORD(11:20)
           MOVE UT-REVENUE TO FIG-REVENUE
           MOVE UT-DIRECT TO FIG-DIRECT
           MOVE UT-OVERHEAD TO FIG-OVERHEAD
           MOVE UT-DAYS TO FIG-DAYS
           PERFORM FORMAT-UNIT-FIGURES
           .

      *-----------------------------------------------------------*
      * Total cost, margin and cost per patient-day for the line  *
      * in FIG-; a unit with no patient-days this period shows no *
      * cost per day rather than a division by zero.              *
      *-----------------------------------------------------------*
       FORMAT-UNIT-FIGURES.
           COMPUTE UNIT-COST = FIG-DIRECT + FIG-OVERHEAD
           COMPUTE UNIT-MARGIN = FIG-REVENUE - UNIT-COST
           MOVE FIG-REVENUE TO REV-EDIT
           MOVE FIG-DIRECT TO DIR-EDIT
           MOVE FIG-OVERHEAD TO OVH-EDIT
           MOVE UNIT-COST TO TOT-EDIT
           MOVE UNIT-MARGIN TO MGN-EDIT
           MOVE FIG-DAYS TO DAYS-EDIT
           MOVE REV-EDIT TO UNIT-RPT-RECORD(31:12)
           MOVE DIR-EDIT TO UNIT-RPT-RECORD(44:12)
           MOVE OVH-EDIT TO UNIT-RPT-RECORD(57:12)
           MOVE TOT-EDIT TO UNIT-RPT-RECORD(70:12)
           MOVE MGN-EDIT TO UNIT-RPT-RECORD(83:12)
           MOVE DAYS-EDIT TO UNIT-RPT-RECORD(96:8)
           IF FIG-DAYS > 0
               COMPUTE COST-PER-DAY ROUNDED = UNIT-COST / FIG-DAYS
               MOVE COST-PER-DAY TO CPD-EDIT
               MOVE CPD-EDIT TO UNIT-RPT-RECORD(105:10)
           END-IF
           WRITE UNIT-RPT-RECORD
           .
