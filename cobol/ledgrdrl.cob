       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGRDRL.
       AUTHOR. CAZZY.
       REMARKS. >
           GL drill-back inquiry. For one account over a range of
           periods (and optionally one company) it lists every
           posted line from the LEDGRARC archive and LEDGERTX with
           its source system and source reference, and under each
           interface line the feed records behind it: the AROPEN
           receivable for a BILLPOST line (matched on MRN and stay
           date), that day's ECOEMIT readings for the factory on
           an ECOLEDGER line, and the UFHIST step records for the
           run on a URBANFLUX line. Other sources print their
           reference (the batch they were swept in). The report
           goes to LEDGRDRR and closes with the line count and net
           by source system, so a figure on the LEDGRFIN
           statements can be walked back to the stay, factory or
           city step it came from. The ledger is only read.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; the controller's questions
      *               about a LEDGRFIN figure had no way back past
      *               the GLPOST interface journal.
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
           SELECT OPEN-ITEM-FILE ASSIGN TO "AROPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-FILE-STATUS.
           SELECT EMISSIONS-HISTORY-FILE ASSIGN TO "ECOEMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMIT-FILE-STATUS.
           SELECT CITY-HIST-FILE ASSIGN TO "UFHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT DRILL-RPT-FILE ASSIGN TO "LEDGRDRR"
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

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05 AO-TYPE          PIC X(3).
           05 AO-SEQ           PIC 9(6).
           05 AO-PATIENT       PIC X(20).
           05 AO-DATE          PIC 9(8).
           05 AO-ORIG-AMT      PIC S9(7)V99.
           05 AO-OPEN-AMT      PIC S9(7)V99.
           05 AO-STATUS        PIC X.
           05 AO-MRN           PIC 9(6).
           05 AO-WO-AMT        PIC S9(7)V99.

      *-----------------------------------------------------------*
      * ECOLEDGER's per-step history: "date STEP=nn FACTORY=name  *
      * POLLUTION=nn", with tree and animal lines in between.     *
      *-----------------------------------------------------------*
       FD  EMISSIONS-HISTORY-FILE.
       01  EMIT-HIST-RECORD    PIC X(80).

       FD  CITY-HIST-FILE.
       01  CITY-HIST-RECORD.
           05 UH-DATE          PIC 9(8).
           05 UH-STEP          PIC 9(3).
           05 UH-DISTRICT      PIC 9.
           05 UH-POLL          PIC 9(3).
           05 UH-ENERGY        PIC 9(3).
           05 UH-TREASURY      PIC S9(7) SIGN LEADING SEPARATE.
           05 UH-POP           PIC 99.
           05 UH-HAPPY         PIC 9(3).

       FD  DRILL-RPT-FILE.
       01  DRILL-RPT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       77 TXN-FILE-STATUS     PIC X(2).
       77 ARC-FILE-STATUS     PIC X(2).
       77 OPEN-FILE-STATUS    PIC X(2).
       77 EMIT-FILE-STATUS    PIC X(2).
       77 HIST-FILE-STATUS    PIC X(2).
       77 RPT-FILE-STATUS     PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 DRILL-ACCT          PIC X(4).
       77 PERIOD-ENTRY        PIC X(6).
       77 FROM-PERIOD         PIC 9(6) VALUE 0.
       77 TO-PERIOD           PIC 9(6) VALUE 999999.
       77 DRILL-COMPANY       PIC X(4).
       77 LINE-PERIOD         PIC 9(6).
       77 LINE-COUNT          PIC 9(5) VALUE 0.
       77 FEED-COUNT          PIC 9(4).
       77 NET-AMT             PIC S9(9)V99 VALUE 0.
       77 AMT-EDIT            PIC -(5)9.99.
       77 BIG-EDIT            PIC -(8)9.99.
       77 ITEM-EDIT           PIC -(7)9.99.
       77 ITEM-EDIT2          PIC -(7)9.99.
       77 TREAS-EDIT          PIC -(7)9.
       77 REF-MRN             PIC 9(6).
       77 REF-DATE            PIC 9(8).
       77 REF-FACTORY         PIC X(10).
       77 REF-FIRST-STEP      PIC 9(3).
       77 REF-LAST-STEP       PIC 9(3).
       77 S-IDX               PIC 99.

      *-----------------------------------------------------------*
      * The posted line being printed, from either file.          *
      *-----------------------------------------------------------*
       01 CUR-LINE.
           05 CL-SEQ           PIC 9(6).
           05 CL-DATE          PIC 9(8).
           05 CL-ACCT          PIC X(4).
           05 CL-AMT           PIC S9(5)V99.
           05 CL-JRNL          PIC 9(4).
           05 CL-OPER          PIC X(8).
           05 CL-COMPANY       PIC X(4).
           05 CL-SOURCE        PIC X(10).
           05 CL-SRC-REF       PIC X(20).
           05 CL-FILE          PIC X.

      *-----------------------------------------------------------*
      * Source references as the feed programs stamp them.        *
      *   BILLPOST   "MRN=nnnnnn yyyymmdd"                        *
      *   ECOLEDGER  factory(10) + " " + reading date             *
      *   URBANFLUX  "STEPS ff-ll yyyymmdd"                       *
      *-----------------------------------------------------------*
       01 BILL-REF.
           05 FILLER           PIC X(4).
           05 BR-MRN           PIC X(6).
           05 FILLER           PIC X.
           05 BR-DATE          PIC X(8).
           05 FILLER           PIC X.
       01 ECO-REF REDEFINES BILL-REF.
           05 ER-FACTORY       PIC X(10).
           05 FILLER           PIC X.
           05 ER-DATE          PIC X(8).
           05 FILLER           PIC X.
       01 CITY-REF REDEFINES BILL-REF.
           05 FILLER           PIC X(6).
           05 CR-FIRST         PIC X(2).
           05 FILLER           PIC X.
           05 CR-LAST          PIC X(2).
           05 FILLER           PIC X.
           05 CR-DATE          PIC X(8).

       01 SOURCE-TOTALS.
           05 ST-ENTRY OCCURS 20 TIMES.
              10 ST-SOURCE     PIC X(10).
              10 ST-COUNT      PIC 9(5).
              10 ST-NET        PIC S9(9)V99.
       01 ST-COUNT-ALL        PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           DISPLAY "Account code to drill: "
           ACCEPT DRILL-ACCT
           IF DRILL-ACCT = SPACES
               DISPLAY "No account given -- nothing to drill"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "From period YYYYMM (spaces for all): "
           ACCEPT PERIOD-ENTRY
           IF PERIOD-ENTRY NOT = SPACES
               COMPUTE FROM-PERIOD = FUNCTION NUMVAL(PERIOD-ENTRY)
           END-IF
           DISPLAY "To period YYYYMM (spaces for all): "
           ACCEPT PERIOD-ENTRY
           IF PERIOD-ENTRY NOT = SPACES
               COMPUTE TO-PERIOD = FUNCTION NUMVAL(PERIOD-ENTRY)
           END-IF
           DISPLAY "Company code (spaces for all companies): "
           ACCEPT DRILL-COMPANY
           MOVE FUNCTION UPPER-CASE(DRILL-COMPANY) TO DRILL-COMPANY

           OPEN OUTPUT DRILL-RPT-FILE
           MOVE SPACES TO DRILL-RPT-RECORD
           STRING TODAY-STAMP " GL DRILL-BACK  ACCOUNT " DRILL-ACCT
               "  PERIODS " FROM-PERIOD " - " TO-PERIOD
               "  COMPANY " DRILL-COMPANY
               DELIMITED BY SIZE INTO DRILL-RPT-RECORD
           WRITE DRILL-RPT-RECORD
           MOVE SPACES TO DRILL-RPT-RECORD
           WRITE DRILL-RPT-RECORD
           MOVE SPACES TO DRILL-RPT-RECORD
           STRING "F SEQ    DATE     JRNL       AMOUNT CO   "
               "OPERATOR SOURCE     SOURCE REFERENCE"
               DELIMITED BY SIZE INTO DRILL-RPT-RECORD
           WRITE DRILL-RPT-RECORD

           PERFORM DRILL-ARCHIVE
           PERFORM DRILL-LIVE-LEDGER
           PERFORM PRINT-SOURCE-TOTALS
           CLOSE DRILL-RPT-FILE
           DISPLAY "Drill-back complete: " LINE-COUNT
               " lines for account " DRILL-ACCT " on LEDGRDRR"
           GOBACK.

       DRILL-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF ARC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ARCHIVE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE AR-SEQ TO CL-SEQ
               MOVE AR-DATE TO CL-DATE
               MOVE AR-ACCT-CODE TO CL-ACCT
               MOVE AR-AMT TO CL-AMT
               MOVE AR-JRNL TO CL-JRNL
               MOVE AR-OPERATOR TO CL-OPER
               MOVE AR-COMPANY TO CL-COMPANY
               MOVE AR-SOURCE TO CL-SOURCE
               MOVE AR-SRC-REF TO CL-SRC-REF
               MOVE "A" TO CL-FILE
               PERFORM DRILL-ONE-LINE
           END-PERFORM
           CLOSE ARCHIVE-FILE
           .

       DRILL-LIVE-LEDGER.
           OPEN INPUT LEDGER-TXN-FILE
           IF TXN-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open LEDGERTX, status "
                   TXN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ LEDGER-TXN-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE TXN-SEQ TO CL-SEQ
               MOVE TXN-DATE TO CL-DATE
               MOVE TXN-ACCT-CODE TO CL-ACCT
               MOVE TXN-AMT TO CL-AMT
               MOVE TXN-JRNL TO CL-JRNL
               MOVE TXN-OPERATOR TO CL-OPER
               MOVE TXN-COMPANY TO CL-COMPANY
               MOVE TXN-SOURCE TO CL-SOURCE
               MOVE TXN-SRC-REF TO CL-SRC-REF
               MOVE "L" TO CL-FILE
               PERFORM DRILL-ONE-LINE
           END-PERFORM
           CLOSE LEDGER-TXN-FILE
           .

      *-----------------------------------------------------------*
      * Lines posted before the source was carried read blank     *
      * there and print as UNKNOWN; a blank company is CORP's.    *
      *-----------------------------------------------------------*
       DRILL-ONE-LINE.
           IF CL-ACCT NOT = DRILL-ACCT
               EXIT PARAGRAPH
           END-IF
           COMPUTE LINE-PERIOD = CL-DATE / 100
           IF LINE-PERIOD < FROM-PERIOD OR LINE-PERIOD > TO-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF CL-COMPANY = SPACES
               MOVE "CORP" TO CL-COMPANY
           END-IF
           IF DRILL-COMPANY NOT = SPACES
                   AND CL-COMPANY NOT = DRILL-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF CL-SOURCE = SPACES OR CL-SOURCE = LOW-VALUES
               MOVE "UNKNOWN" TO CL-SOURCE
               MOVE SPACES TO CL-SRC-REF
           END-IF
           ADD 1 TO LINE-COUNT
           ADD CL-AMT TO NET-AMT
           PERFORM ADD-SOURCE-TOTAL
           COMPUTE AMT-EDIT = CL-AMT
           MOVE SPACES TO DRILL-RPT-RECORD
           STRING CL-FILE " " CL-SEQ " " CL-DATE " " CL-JRNL " "
               AMT-EDIT " " CL-COMPANY " " CL-OPER " " CL-SOURCE
               " " CL-SRC-REF
               DELIMITED BY SIZE INTO DRILL-RPT-RECORD
           WRITE DRILL-RPT-RECORD
           MOVE CL-SRC-REF TO BILL-REF
           EVALUATE CL-SOURCE
               WHEN "BILLPOST"
                   PERFORM DRILL-BILLING-STAY
               WHEN "ECOLEDGER"
                   PERFORM DRILL-EMISSION-READINGS
               WHEN "URBANFLUX"
                   PERFORM DRILL-CITY-STEPS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       ADD-SOURCE-TOTAL.
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > ST-COUNT-ALL
               IF ST-SOURCE(S-IDX) = CL-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF S-IDX > ST-COUNT-ALL
               IF ST-COUNT-ALL >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ST-COUNT-ALL
               MOVE CL-SOURCE TO ST-SOURCE(S-IDX)
               MOVE 0 TO ST-COUNT(S-IDX)
               MOVE 0 TO ST-NET(S-IDX)
           END-IF
           ADD 1 TO ST-COUNT(S-IDX)
           ADD CL-AMT TO ST-NET(S-IDX)
           .

      *-----------------------------------------------------------*
      * A bed-day receivable line names the stay; its AROPEN item *
      * (the MRN's stay opened that date) shows what was billed   *
      * and where it stands now. The revenue credit and older     *
      * lines reference the batch only and print nothing further. *
      *-----------------------------------------------------------*
       DRILL-BILLING-STAY.
           IF BILL-REF(1:4) NOT = "MRN=" OR BR-MRN IS NOT NUMERIC
                   OR BR-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE BR-MRN TO REF-MRN
           MOVE BR-DATE TO REF-DATE
           MOVE 0 TO FEED-COUNT
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ OPEN-ITEM-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF AO-TYPE NOT = "CTL" AND AO-MRN IS NUMERIC
                           AND AO-MRN = REF-MRN
                           AND AO-DATE = REF-DATE
                       ADD 1 TO FEED-COUNT
                       COMPUTE ITEM-EDIT = AO-ORIG-AMT
                       COMPUTE ITEM-EDIT2 = AO-OPEN-AMT
                       MOVE SPACES TO DRILL-RPT-RECORD
                       STRING "      AROPEN ITEM " AO-SEQ " "
                           AO-PATIENT " STAY " AO-DATE
                           " BILLED " ITEM-EDIT " OPEN " ITEM-EDIT2
                           " STATUS " AO-STATUS
                           DELIMITED BY SIZE INTO DRILL-RPT-RECORD
                       WRITE DRILL-RPT-RECORD
                   END-IF
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF FEED-COUNT = 0
               MOVE SPACES TO DRILL-RPT-RECORD
               STRING "      NO AROPEN ITEM FOR MRN " BR-MRN
                   " STAY " BR-DATE
                   DELIMITED BY SIZE INTO DRILL-RPT-RECORD
               WRITE DRILL-RPT-RECORD
           END-IF
           .

      *-----------------------------------------------------------*
      * An emission charge priced the factory's readings of that  *
      * run; every ECOEMIT line for the factory on that date is   *
      * listed, step by step.                                     *
      *-----------------------------------------------------------*
       DRILL-EMISSION-READINGS.
           IF ER-DATE IS NOT NUMERIC OR ER-FACTORY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ER-FACTORY TO REF-FACTORY
           MOVE 0 TO FEED-COUNT
           OPEN INPUT EMISSIONS-HISTORY-FILE
           IF EMIT-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ EMISSIONS-HISTORY-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF EMIT-HIST-RECORD(1:8) = ER-DATE
                           AND EMIT-HIST-RECORD(17:9) = " FACTORY="
                           AND EMIT-HIST-RECORD(26:10) = REF-FACTORY
                       ADD 1 TO FEED-COUNT
                       MOVE SPACES TO DRILL-RPT-RECORD
                       STRING "      ECOEMIT " EMIT-HIST-RECORD(1:50)
                           DELIMITED BY SIZE INTO DRILL-RPT-RECORD
                       WRITE DRILL-RPT-RECORD
                   END-IF
               END-PERFORM
               CLOSE EMISSIONS-HISTORY-FILE
           END-IF
           IF FEED-COUNT = 0
               MOVE SPACES TO DRILL-RPT-RECORD
               STRING "      NO ECOEMIT READINGS FOR " REF-FACTORY
                   " ON " ER-DATE
                   DELIMITED BY SIZE INTO DRILL-RPT-RECORD
               WRITE DRILL-RPT-RECORD
           END-IF
           .

      *-----------------------------------------------------------*
      * A treasury line is the run's total over its steps; the    *
      * UFHIST records of those steps (one per active district)   *
      * show the city as it stood at each one.                    *
      *-----------------------------------------------------------*
       DRILL-CITY-STEPS.
           IF BILL-REF(1:6) NOT = "STEPS " OR CR-FIRST IS NOT NUMERIC
                   OR CR-LAST IS NOT NUMERIC
                   OR CR-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CR-FIRST TO REF-FIRST-STEP
           MOVE CR-LAST TO REF-LAST-STEP
           MOVE CR-DATE TO REF-DATE
           MOVE 0 TO FEED-COUNT
           OPEN INPUT CITY-HIST-FILE
           IF HIST-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ CITY-HIST-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF UH-DATE = REF-DATE
                           AND UH-STEP >= REF-FIRST-STEP
                           AND UH-STEP <= REF-LAST-STEP
                       ADD 1 TO FEED-COUNT
                       COMPUTE TREAS-EDIT = UH-TREASURY
                       MOVE SPACES TO DRILL-RPT-RECORD
                       STRING "      UFHIST " UH-DATE " STEP "
                           UH-STEP " DISTRICT " UH-DISTRICT
                           " POLLUTION " UH-POLL " ENERGY "
                           UH-ENERGY " TREASURY " TREAS-EDIT
                           " POPULATION " UH-POP
                           DELIMITED BY SIZE INTO DRILL-RPT-RECORD
                       WRITE DRILL-RPT-RECORD
                   END-IF
               END-PERFORM
               CLOSE CITY-HIST-FILE
           END-IF
           IF FEED-COUNT = 0
               MOVE SPACES TO DRILL-RPT-RECORD
               STRING "      NO UFHIST RECORDS FOR STEPS " CR-FIRST
                   "-" CR-LAST " ON " CR-DATE
                   DELIMITED BY SIZE INTO DRILL-RPT-RECORD
               WRITE DRILL-RPT-RECORD
           END-IF
           .

       PRINT-SOURCE-TOTALS.
           MOVE SPACES TO DRILL-RPT-RECORD
           WRITE DRILL-RPT-RECORD
           IF LINE-COUNT = 0
               MOVE "NO POSTINGS FOR THIS ACCOUNT IN THE PERIODS GIVEN"
                   TO DRILL-RPT-RECORD
               WRITE DRILL-RPT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "BY SOURCE SYSTEM" TO DRILL-RPT-RECORD
           WRITE DRILL-RPT-RECORD
           PERFORM VARYING S-IDX FROM 1 BY 1
                   UNTIL S-IDX > ST-COUNT-ALL
               COMPUTE BIG-EDIT = ST-NET(S-IDX)
               MOVE SPACES TO DRILL-RPT-RECORD
               STRING "  " ST-SOURCE(S-IDX) " " ST-COUNT(S-IDX)
                   " LINES  NET " BIG-EDIT
                   DELIMITED BY SIZE INTO DRILL-RPT-RECORD
               WRITE DRILL-RPT-RECORD
           END-PERFORM
           COMPUTE BIG-EDIT = NET-AMT
           MOVE SPACES TO DRILL-RPT-RECORD
           STRING "  TOTAL      " LINE-COUNT " LINES  NET " BIG-EDIT
               DELIMITED BY SIZE INTO DRILL-RPT-RECORD
           WRITE DRILL-RPT-RECORD
           .
