       IDENTIFICATION DIVISION.
       PROGRAM-ID. UFTAXROL.
       AUTHOR. CAZZY.
       REMARKS. >
           Property tax assessment roll for the city's buildings.
           Every building URBANFLUX saves to UFCITY carries a parcel
           number; this job keeps one UFTAXREG parcel record per
           number -- building type, district, occupancy, assessed
           value, exemption code, the current levy, payments,
           arrears and the delinquent flag. Each run first brings
           the roll into line with UFCITY: new buildings are added
           at the UFTAXPRM schedule value for their type and
           district, schedule-valued parcels are reassessed when
           the schedule moves, and a parcel whose building has
           gone is marked demolished (its arrears stay collectable).
           The UFTAXTRN transactions are then applied in order:
             LEVY [yyyy]          the annual levy at the UFTAXPRM
                                  millage -- bills on UFTAXBIL,
                                  receivable and revenue posted
             APPEAL parcel value ref
                                  board of review decision; the
                                  value sticks until the next
                                  appeal, and a levied parcel's
                                  bill is adjusted to match
             EXEMPT parcel code   exemption code (NONE clears it)
                                  from the next levy on
             PAY parcel amount    a collection, arrears first
             WHATIF mills         what the levy would raise at a
                                  proposed millage, by district
           Every change to a parcel lands on the UFTAXAUD audit
           trail. Levy and collection journal lines are left on
           UFTAXGL in UFPOST's DTL layout; URBANFLUX folds them into
           the city's treasury journal for GLSWEEP. UFTAXRPT is the
           roll summary, the what-if and the delinquency list.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; the city's BUILDINGS had no
      *               assessed value and the treasury no property
      *               tax.
      *   2026-10-15  CAZZY - a roll with more parcels than the
      *               table holds refuses the run (RC 8) and
      *               leaves UFTAXREG alone instead of dropping
      *               the overflow on rewrite; a levy, adjustment
      *               or collection total over 9,999,999.99 goes
      *               to UFTAXGL as several DTL pairs instead of
      *               losing its high-order digits.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-FILE ASSIGN TO "UFTAXPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "UFRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-FILE-STATUS.
           SELECT CITY-STATE-FILE ASSIGN TO "UFCITY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CITY-FILE-STATUS.
           SELECT TAX-REGISTER-FILE ASSIGN TO "UFTAXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT TAX-TRANS-FILE ASSIGN TO "UFTAXTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT TAX-AUDIT-FILE ASSIGN TO "UFTAXAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT TAX-BILL-FILE ASSIGN TO "UFTAXBIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILL-FILE-STATUS.
           SELECT TAX-RPT-FILE ASSIGN TO "UFTAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT TAX-POSTING-FILE ASSIGN TO "UFTAXGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * Keyword lines, any order:                                 *
      *   VALUE   btype district value  (district 0 = any other)  *
      *   EXEMPT  code percent-exempt                             *
      *   MILLAGE mills                 (per 1000 of taxable)     *
      *   DUEDAYS days from levy to due date (default 60)         *
      *-----------------------------------------------------------*
       FD  TAX-PARM-FILE.
       01  TAX-PARM-RECORD     PIC X(80).

      *-----------------------------------------------------------*
      * URBANFLUX's account table: PROPTAX the property tax       *
      * revenue account, TAXAR the levy receivable, OFFSET the    *
      * treasury cash side collections land in.                   *
      *-----------------------------------------------------------*
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           05 UR-NAME          PIC X(10).
           05 UR-RATE          PIC X(8).
           05 UR-ACCT          PIC X(4).

       FD  CITY-STATE-FILE.
       01  CITY-STATE-RECORD   PIC X(80).

      *-----------------------------------------------------------*
      * One record per parcel, in parcel number order. Status A   *
      * active, D demolished. Value source S = UFTAXPRM schedule, *
      * A = set on appeal. PR-PAID-AMT is paid against the        *
      * current levy only; unpaid prior levies roll into          *
      * PR-ARREARS when the next levy is raised.                  *
      *-----------------------------------------------------------*
       FD  TAX-REGISTER-FILE.
       01  TAX-REGISTER-RECORD.
           05 PR-PARCEL        PIC 9(5).
           05 PR-BTYPE         PIC X(10).
           05 PR-DISTRICT      PIC 9.
           05 PR-OCCUPANCY     PIC 99.
           05 PR-STATUS        PIC X.
           05 PR-ASSESSED      PIC 9(9).
           05 PR-VALUE-SOURCE  PIC X.
           05 PR-EXEMPT-CODE   PIC X(4).
           05 PR-ADDED-DATE    PIC 9(8).
           05 PR-CHANGED-DATE  PIC 9(8).
           05 PR-LEVY-YEAR     PIC 9(4).
           05 PR-LEVY-MILLS    PIC 9(3)V999.
           05 PR-LEVY-AMT      PIC 9(7)V99.
           05 PR-PAID-AMT      PIC 9(7)V99.
           05 PR-DUE-DATE      PIC 9(8).
           05 PR-ARREARS       PIC 9(7)V99.
           05 PR-LAST-PAY-DATE PIC 9(8).
           05 PR-DELINQ        PIC X.

       FD  TAX-TRANS-FILE.
       01  TAX-TRANS-RECORD    PIC X(80).

      *-----------------------------------------------------------*
      * Audit trail, appended: who changed what on which parcel,  *
      * the value before and after, and the reference (appeal     *
      * decision, exemption codes, levy year).                    *
      *-----------------------------------------------------------*
       FD  TAX-AUDIT-FILE.
       01  TAX-AUDIT-RECORD.
           05 AU-DATE          PIC 9(8).
           05 FILLER           PIC X.
           05 AU-PARCEL        PIC 9(5).
           05 FILLER           PIC X.
           05 AU-ACTION        PIC X(8).
           05 FILLER           PIC X.
           05 AU-OLD           PIC Z(8)9.99.
           05 FILLER           PIC X.
           05 AU-NEW           PIC Z(8)9.99.
           05 FILLER           PIC X.
           05 AU-REF           PIC X(20).

       FD  TAX-BILL-FILE.
       01  TAX-BILL-RECORD     PIC X(120).

       FD  TAX-RPT-FILE.
       01  TAX-RPT-RECORD      PIC X(120).

       FD  TAX-POSTING-FILE.
       01  GL-POSTING-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       77 PARM-FILE-STATUS    PIC X(2).
       77 RATES-FILE-STATUS   PIC X(2).
       77 CITY-FILE-STATUS    PIC X(2).
       77 REG-FILE-STATUS     PIC X(2).
       77 TRANS-FILE-STATUS   PIC X(2).
       77 AUDIT-FILE-STATUS   PIC X(2).
       77 BILL-FILE-STATUS    PIC X(2).
       77 RPT-FILE-STATUS     PIC X(2).
       77 POST-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 TODAY-YEAR          PIC 9(4).
       77 LEVY-YEAR           PIC 9(4).
       77 PROPTAX-ACCT        PIC X(4) VALUE SPACES.
       77 TAXAR-ACCT          PIC X(4) VALUE SPACES.
       77 OFFSET-ACCT         PIC X(4) VALUE SPACES.
       77 COMPANY-CODE        PIC X(4) VALUE "CITY".
       77 MILLAGE             PIC 9(3)V999 VALUE 0.
       77 WHATIF-MILLS        PIC 9(3)V999 VALUE 0.
       77 DUE-DAYS            PIC 9(3) VALUE 60.
       77 I-IDX               PIC 9(3).
       77 V-IDX               PIC 99.
       77 X-IDX               PIC 99.
       77 D-IDX               PIC 99.
       77 MATCH-IDX           PIC 9(3).
       77 SKIP-LINES          PIC 9(3).
       77 CITY-BUILDINGS      PIC 9(3) VALUE 0.
       77 UNNUMBERED          PIC 9(3) VALUE 0.
       77 PARCELS-ADDED       PIC 9(3) VALUE 0.
       77 PARCELS-REASSESSED  PIC 9(3) VALUE 0.
       77 PARCELS-DEMOLISHED  PIC 9(3) VALUE 0.
       77 TRANS-READ          PIC 9(4) VALUE 0.
       77 TRANS-REJECTED      PIC 9(4) VALUE 0.
       77 BILLS-WRITTEN       PIC 9(3) VALUE 0.
       77 DELINQ-COUNT        PIC 9(3) VALUE 0.
       77 SCHEDULE-VALUE      PIC 9(9).
       77 EXEMPT-PCT          PIC 9(3).
       77 TAXABLE-VALUE       PIC 9(9).
       77 NEW-LEVY            PIC 9(7)V99.
       77 LEVY-DELTA          PIC S9(7)V99.
       77 OUTSTANDING         PIC 9(7)V99.
       77 PAY-AMT             PIC 9(7)V99.
       77 PAY-LEFT            PIC 9(7)V99.
       77 TRAN-VALUE          PIC 9(9).
       77 RUN-LEVY            PIC 9(9)V99 VALUE 0.
       77 RUN-ADJUST          PIC S9(9)V99 VALUE 0.
       77 RUN-COLLECT         PIC 9(9)V99 VALUE 0.
       77 TOTAL-COUNT         PIC 9(4).
       77 TOTAL-ASSESSED      PIC 9(11).
       77 TOTAL-TAXABLE       PIC 9(11).
       77 TOTAL-CURRENT       PIC 9(9)V99.
       77 TOTAL-PROPOSED      PIC 9(9)V99.
       77 TOTAL-OUTSTANDING   PIC 9(9)V99.
       77 CHARGE-EDIT         PIC +9(7).99.
       77 GL-PAIR-LEFT        PIC S9(9)V99.
       77 GL-LINE-AMT         PIC S9(7)V99.
       77 GL-LINE-MAX         PIC S9(7)V99 VALUE 9999999.99.
       77 GL-DEBIT-ACCT       PIC X(4).
       77 GL-CREDIT-ACCT      PIC X(4).
       77 VALUE-EDIT          PIC Z(10)9.
       77 AMT-EDIT            PIC Z(8)9.99.
       77 AMT-EDIT-2          PIC Z(8)9.99.
       77 DIFF-EDIT           PIC -(8)9.99.
       77 MILLS-EDIT          PIC ZZ9.999.
       77 MILLS-EDIT-2        PIC ZZ9.999.
       77 COUNT-EDIT          PIC ZZZ9.
       77 SOURCE-REF          PIC X(20).
       77 GL-DESC             PIC X(38).
       77 OLD-CODE            PIC X(4).
       77 OLD-PCT             PIC 9(3).
       77 GL-ACCT             PIC X(4).
       77 REJECT-REASON       PIC X(40).
       77 ACCOUNTS-OK         PIC X VALUE "Y".
       77 TABLE-FULL          PIC X VALUE "N".
       01 CITY-TOKENS.
           05 CT-STEP          PIC X(10).
           05 CT-ENERGY        PIC X(10).
           05 CT-POLLUTION     PIC X(10).
           05 CT-CITIZENS      PIC X(10).
           05 CT-VEHICLES      PIC X(10).
           05 CT-BUILDINGS     PIC X(10).
       01 BUILDING-TOKENS.
           05 CB-BTYPE         PIC X(10).
           05 CB-ENERGY        PIC X(10).
           05 CB-OCCUPANCY     PIC X(10).
           05 CB-DISTRICT      PIC X(10).
           05 CB-PARCEL        PIC X(10).
       01 CB-PARCEL-NUM       PIC 9(5).
       01 CB-DISTRICT-NUM     PIC 9.
       01 CB-OCCUPANCY-NUM    PIC 99.
       01 TRAN-TOKENS.
           05 TT-ACTION        PIC X(10).
           05 TT-PARCEL        PIC X(10).
           05 TT-VALUE         PIC X(15).
           05 TT-REF           PIC X(20).
       01 TT-PARCEL-NUM       PIC 9(5).
       01 PARM-TOKENS.
           05 PK-KEYWORD       PIC X(10).
           05 PK-ARG1          PIC X(15).
           05 PK-ARG2          PIC X(15).
           05 PK-ARG3          PIC X(15).

       01 VALUE-TABLE.
           05 VALUE-ENTRY OCCURS 40 TIMES.
              10 VT-BTYPE      PIC X(10).
              10 VT-DISTRICT   PIC 9.
              10 VT-VALUE      PIC 9(9).
       01 VALUE-COUNT         PIC 99 VALUE 0.

       01 EXEMPT-TABLE.
           05 EXEMPT-ENTRY OCCURS 20 TIMES.
              10 XT-CODE       PIC X(4).
              10 XT-PCT        PIC 9(3).
       01 EXEMPT-COUNT        PIC 99 VALUE 0.

       01 PARCEL-TABLE.
           05 PARCEL-ENTRY OCCURS 500 TIMES.
              10 PT-PARCEL     PIC 9(5).
              10 PT-BTYPE      PIC X(10).
              10 PT-DISTRICT   PIC 9.
              10 PT-OCCUPANCY  PIC 99.
              10 PT-STATUS     PIC X.
              10 PT-ASSESSED   PIC 9(9).
              10 PT-VALUE-SOURCE PIC X.
              10 PT-EXEMPT-CODE PIC X(4).
              10 PT-ADDED-DATE PIC 9(8).
              10 PT-CHANGED-DATE PIC 9(8).
              10 PT-LEVY-YEAR  PIC 9(4).
              10 PT-LEVY-MILLS PIC 9(3)V999.
              10 PT-LEVY-AMT   PIC 9(7)V99.
              10 PT-PAID-AMT   PIC 9(7)V99.
              10 PT-DUE-DATE   PIC 9(8).
              10 PT-ARREARS    PIC 9(7)V99.
              10 PT-LAST-PAY-DATE PIC 9(8).
              10 PT-DELINQ     PIC X.
              10 PT-SEEN       PIC X.
       01 PARCEL-COUNT        PIC 9(3) VALUE 0.
       01 MAX-PARCELS         PIC 9(3) VALUE 500.

       01 DISTRICT-TOTALS.
           05 DT-ENTRY OCCURS 9 TIMES.
              10 DT-COUNT      PIC 9(4).
              10 DT-ASSESSED   PIC 9(11).
              10 DT-TAXABLE    PIC 9(11).
              10 DT-CURRENT    PIC 9(9)V99.
              10 DT-PROPOSED   PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           MOVE TODAY-STAMP(1:4) TO TODAY-YEAR
           PERFORM LOAD-TAX-PARMS
           PERFORM LOAD-TAX-ACCOUNTS
           PERFORM LOAD-TAX-REGISTER
           IF TABLE-FULL = "Y"
               DISPLAY "UFTAXREG holds more than " MAX-PARCELS
                   " parcels -- nothing levied, roll left as it was"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TAX-RPT-FILE
           MOVE SPACES TO TAX-RPT-RECORD
           STRING TODAY-STAMP " PROPERTY TAX ROLL"
               DELIMITED BY SIZE INTO TAX-RPT-RECORD
           WRITE TAX-RPT-RECORD
           PERFORM OPEN-AUDIT-TRAIL
           PERFORM SYNC-ROLL-WITH-CITY
           IF ACCOUNTS-OK = "Y"
               PERFORM APPLY-TAX-TRANSACTIONS
           END-IF
           PERFORM MARK-DELINQUENCIES
           CLOSE TAX-AUDIT-FILE
           PERFORM SAVE-TAX-REGISTER
           PERFORM WRITE-GL-POSTINGS
           PERFORM PRINT-ROLL-SUMMARY
           IF WHATIF-MILLS > 0
               PERFORM PRINT-MILLAGE-WHATIF
           END-IF
           PERFORM PRINT-DELINQUENCY-LIST
           CLOSE TAX-RPT-FILE
           DISPLAY "Tax roll: " PARCEL-COUNT " parcels, "
               PARCELS-ADDED " added, " PARCELS-REASSESSED
               " reassessed, " PARCELS-DEMOLISHED " demolished, "
               TRANS-READ " transactions, " DELINQ-COUNT
               " delinquent -- report on UFTAXRPT"
           IF ACCOUNTS-OK NOT = "Y"
               DISPLAY "No PROPTAX/TAXAR/OFFSET accounts on "
                   "UFRATES -- UFTAXTRN left unapplied"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF TRANS-REJECTED > 0
               DISPLAY TRANS-REJECTED " transaction(s) rejected "
                   "-- see UFTAXRPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-TAX-PARMS.
           OPEN INPUT TAX-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               DISPLAY "No UFTAXPRM -- every parcel assessed at zero "
                   "and no levy can be raised"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ TAX-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO PARM-TOKENS
               UNSTRING TAX-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO PK-KEYWORD PK-ARG1 PK-ARG2 PK-ARG3
               EVALUATE PK-KEYWORD
                   WHEN "VALUE"
                       IF VALUE-COUNT < 40
                               AND PK-ARG2(1:1) IS NUMERIC
                           ADD 1 TO VALUE-COUNT
                           MOVE PK-ARG1 TO VT-BTYPE(VALUE-COUNT)
                           MOVE PK-ARG2(1:1)
                               TO VT-DISTRICT(VALUE-COUNT)
                           COMPUTE VT-VALUE(VALUE-COUNT) =
                               FUNCTION NUMVAL(PK-ARG3)
                       END-IF
                   WHEN "EXEMPT"
                       IF EXEMPT-COUNT < 20
                           ADD 1 TO EXEMPT-COUNT
                           MOVE PK-ARG1 TO XT-CODE(EXEMPT-COUNT)
                           COMPUTE XT-PCT(EXEMPT-COUNT) =
                               FUNCTION NUMVAL(PK-ARG2)
                           IF XT-PCT(EXEMPT-COUNT) > 100
                               MOVE 100 TO XT-PCT(EXEMPT-COUNT)
                           END-IF
                       END-IF
                   WHEN "MILLAGE"
                       COMPUTE MILLAGE = FUNCTION NUMVAL(PK-ARG1)
                   WHEN "DUEDAYS"
                       COMPUTE DUE-DAYS = FUNCTION NUMVAL(PK-ARG1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE TAX-PARM-FILE
           .

       LOAD-TAX-ACCOUNTS.
           OPEN INPUT RATE-TABLE-FILE
           IF RATES-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ RATE-TABLE-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   EVALUATE UR-NAME
                       WHEN "PROPTAX   "
                           MOVE UR-ACCT TO PROPTAX-ACCT
                       WHEN "TAXAR     "
                           MOVE UR-ACCT TO TAXAR-ACCT
                       WHEN "OFFSET    "
                           MOVE UR-ACCT TO OFFSET-ACCT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF
           IF PROPTAX-ACCT = SPACES OR TAXAR-ACCT = SPACES
                   OR OFFSET-ACCT = SPACES
               MOVE "N" TO ACCOUNTS-OK
           END-IF
           .

       LOAD-TAX-REGISTER.
           MOVE 0 TO PARCEL-COUNT
           OPEN INPUT TAX-REGISTER-FILE
           IF REG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ TAX-REGISTER-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF PARCEL-COUNT < MAX-PARCELS
                   ADD 1 TO PARCEL-COUNT
                   MOVE PR-PARCEL TO PT-PARCEL(PARCEL-COUNT)
                   MOVE PR-BTYPE TO PT-BTYPE(PARCEL-COUNT)
                   MOVE PR-DISTRICT TO PT-DISTRICT(PARCEL-COUNT)
                   MOVE PR-OCCUPANCY TO PT-OCCUPANCY(PARCEL-COUNT)
                   MOVE PR-STATUS TO PT-STATUS(PARCEL-COUNT)
                   MOVE PR-ASSESSED TO PT-ASSESSED(PARCEL-COUNT)
                   MOVE PR-VALUE-SOURCE
                       TO PT-VALUE-SOURCE(PARCEL-COUNT)
                   MOVE PR-EXEMPT-CODE TO PT-EXEMPT-CODE(PARCEL-COUNT)
                   MOVE PR-ADDED-DATE TO PT-ADDED-DATE(PARCEL-COUNT)
                   MOVE PR-CHANGED-DATE
                       TO PT-CHANGED-DATE(PARCEL-COUNT)
                   MOVE PR-LEVY-YEAR TO PT-LEVY-YEAR(PARCEL-COUNT)
                   MOVE PR-LEVY-MILLS TO PT-LEVY-MILLS(PARCEL-COUNT)
                   MOVE PR-LEVY-AMT TO PT-LEVY-AMT(PARCEL-COUNT)
                   MOVE PR-PAID-AMT TO PT-PAID-AMT(PARCEL-COUNT)
                   MOVE PR-DUE-DATE TO PT-DUE-DATE(PARCEL-COUNT)
                   MOVE PR-ARREARS TO PT-ARREARS(PARCEL-COUNT)
                   MOVE PR-LAST-PAY-DATE
                       TO PT-LAST-PAY-DATE(PARCEL-COUNT)
                   MOVE PR-DELINQ TO PT-DELINQ(PARCEL-COUNT)
                   MOVE "N" TO PT-SEEN(PARCEL-COUNT)
               ELSE
                   MOVE "Y" TO TABLE-FULL
               END-IF
           END-PERFORM
           CLOSE TAX-REGISTER-FILE
           .

       OPEN-AUDIT-TRAIL.
           OPEN EXTEND TAX-AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT TAX-AUDIT-FILE
           END-IF
           .

      *-----------------------------------------------------------*
      * Walk UFCITY the way URBANFLUX wrote it: the header line   *
      * gives the citizen, vehicle and building counts (tokens 4  *
      * to 6), the citizen and vehicle lines are skipped, and     *
      * each building line ends in its parcel number. No UFCITY   *
      * means no city to compare against, so nothing is marked    *
      * demolished.                                               *
      *-----------------------------------------------------------*
       SYNC-ROLL-WITH-CITY.
           OPEN INPUT CITY-STATE-FILE
           IF CITY-FILE-STATUS NOT = "00"
               DISPLAY "No UFCITY state -- roll not synchronized"
               EXIT PARAGRAPH
           END-IF
           READ CITY-STATE-FILE
               AT END
                   CLOSE CITY-STATE-FILE
                   DISPLAY "UFCITY is empty -- roll not synchronized"
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO CITY-TOKENS
           UNSTRING CITY-STATE-RECORD DELIMITED BY ALL SPACES
               INTO CT-STEP CT-ENERGY CT-POLLUTION
                    CT-CITIZENS CT-VEHICLES CT-BUILDINGS
           COMPUTE SKIP-LINES = FUNCTION NUMVAL(CT-CITIZENS)
               + FUNCTION NUMVAL(CT-VEHICLES)
           COMPUTE CITY-BUILDINGS = FUNCTION NUMVAL(CT-BUILDINGS)
           PERFORM SKIP-LINES TIMES
               READ CITY-STATE-FILE
                   AT END
                       CONTINUE
               END-READ
           END-PERFORM
           PERFORM CITY-BUILDINGS TIMES
               READ CITY-STATE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM SYNC-ONE-BUILDING
           END-PERFORM
           CLOSE CITY-STATE-FILE
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > PARCEL-COUNT
               IF PT-STATUS(I-IDX) = "A" AND PT-SEEN(I-IDX) = "N"
                   MOVE "D" TO PT-STATUS(I-IDX)
                   MOVE TODAY-STAMP TO PT-CHANGED-DATE(I-IDX)
                   ADD 1 TO PARCELS-DEMOLISHED
                   MOVE SPACES TO TAX-AUDIT-RECORD
                   MOVE PT-PARCEL(I-IDX) TO AU-PARCEL
                   MOVE "DEMOLISH" TO AU-ACTION
                   MOVE PT-ASSESSED(I-IDX) TO AU-OLD
                   MOVE 0 TO AU-NEW
                   MOVE PT-BTYPE(I-IDX) TO AU-REF
                   PERFORM WRITE-AUDIT-LINE
               END-IF
           END-PERFORM
           IF UNNUMBERED > 0
               DISPLAY UNNUMBERED " UFCITY building(s) carry no "
                   "parcel number yet -- rerun after URBANFLUX"
           END-IF
           .

       SYNC-ONE-BUILDING.
           MOVE SPACES TO BUILDING-TOKENS
           UNSTRING CITY-STATE-RECORD DELIMITED BY ALL SPACES
               INTO CB-BTYPE CB-ENERGY CB-OCCUPANCY CB-DISTRICT
                    CB-PARCEL
           IF CB-PARCEL = SPACES
               ADD 1 TO UNNUMBERED
               EXIT PARAGRAPH
           END-IF
           COMPUTE CB-PARCEL-NUM = FUNCTION NUMVAL(CB-PARCEL)
           IF CB-PARCEL-NUM = 0
               ADD 1 TO UNNUMBERED
               EXIT PARAGRAPH
           END-IF
           COMPUTE CB-DISTRICT-NUM = FUNCTION NUMVAL(CB-DISTRICT)
           COMPUTE CB-OCCUPANCY-NUM = FUNCTION NUMVAL(CB-OCCUPANCY)
           MOVE CB-PARCEL-NUM TO TT-PARCEL-NUM
           PERFORM FIND-PARCEL
           IF MATCH-IDX = 0
               PERFORM ADD-ONE-PARCEL
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PT-SEEN(MATCH-IDX)
           MOVE CB-BTYPE TO PT-BTYPE(MATCH-IDX)
           MOVE CB-DISTRICT-NUM TO PT-DISTRICT(MATCH-IDX)
           MOVE CB-OCCUPANCY-NUM TO PT-OCCUPANCY(MATCH-IDX)
           IF PT-VALUE-SOURCE(MATCH-IDX) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SCHEDULE-VALUE
           IF SCHEDULE-VALUE NOT = PT-ASSESSED(MATCH-IDX)
               MOVE SPACES TO TAX-AUDIT-RECORD
               MOVE PT-PARCEL(MATCH-IDX) TO AU-PARCEL
               MOVE "REASSESS" TO AU-ACTION
               MOVE PT-ASSESSED(MATCH-IDX) TO AU-OLD
               MOVE SCHEDULE-VALUE TO AU-NEW
               MOVE "UFTAXPRM SCHEDULE" TO AU-REF
               PERFORM WRITE-AUDIT-LINE
               MOVE SCHEDULE-VALUE TO PT-ASSESSED(MATCH-IDX)
               MOVE TODAY-STAMP TO PT-CHANGED-DATE(MATCH-IDX)
               ADD 1 TO PARCELS-REASSESSED
           END-IF
           .

       ADD-ONE-PARCEL.
           IF PARCEL-COUNT >= MAX-PARCELS
               DISPLAY "Parcel table full -- parcel " CB-PARCEL-NUM
                   " not added to the roll"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PARCEL-COUNT
           MOVE PARCEL-COUNT TO MATCH-IDX
           INITIALIZE PARCEL-ENTRY(MATCH-IDX)
           MOVE CB-PARCEL-NUM TO PT-PARCEL(MATCH-IDX)
           MOVE CB-BTYPE TO PT-BTYPE(MATCH-IDX)
           MOVE CB-DISTRICT-NUM TO PT-DISTRICT(MATCH-IDX)
           MOVE CB-OCCUPANCY-NUM TO PT-OCCUPANCY(MATCH-IDX)
           MOVE "A" TO PT-STATUS(MATCH-IDX)
           PERFORM FIND-SCHEDULE-VALUE
           MOVE SCHEDULE-VALUE TO PT-ASSESSED(MATCH-IDX)
           MOVE "S" TO PT-VALUE-SOURCE(MATCH-IDX)
           MOVE TODAY-STAMP TO PT-ADDED-DATE(MATCH-IDX)
           MOVE TODAY-STAMP TO PT-CHANGED-DATE(MATCH-IDX)
           MOVE "N" TO PT-DELINQ(MATCH-IDX)
           MOVE "Y" TO PT-SEEN(MATCH-IDX)
           ADD 1 TO PARCELS-ADDED
           MOVE SPACES TO TAX-AUDIT-RECORD
           MOVE PT-PARCEL(MATCH-IDX) TO AU-PARCEL
           MOVE "ADD" TO AU-ACTION
           MOVE 0 TO AU-OLD
           MOVE SCHEDULE-VALUE TO AU-NEW
           MOVE CB-BTYPE TO AU-REF
           PERFORM WRITE-AUDIT-LINE
           IF SCHEDULE-VALUE = 0
               DISPLAY "Parcel " CB-PARCEL-NUM " " CB-BTYPE
                   " added at zero -- no UFTAXPRM VALUE line for "
                   "the type"
           END-IF
           .

      *-----------------------------------------------------------*
      * Schedule value: the line for this type in this district,  *
      * else the type's district 0 line, else nothing.            *
      *-----------------------------------------------------------*
       FIND-SCHEDULE-VALUE.
           MOVE 0 TO SCHEDULE-VALUE
           PERFORM VARYING V-IDX FROM 1 BY 1
                   UNTIL V-IDX > VALUE-COUNT
               IF VT-BTYPE(V-IDX) = PT-BTYPE(MATCH-IDX)
                   IF VT-DISTRICT(V-IDX) = PT-DISTRICT(MATCH-IDX)
                       MOVE VT-VALUE(V-IDX) TO SCHEDULE-VALUE
                       EXIT PERFORM
                   END-IF
                   IF VT-DISTRICT(V-IDX) = 0
                           AND SCHEDULE-VALUE = 0
                       MOVE VT-VALUE(V-IDX) TO SCHEDULE-VALUE
                   END-IF
               END-IF
           END-PERFORM
           .

       FIND-PARCEL.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > PARCEL-COUNT
               IF PT-PARCEL(I-IDX) = TT-PARCEL-NUM
                   MOVE I-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       FIND-EXEMPT-PCT.
           MOVE 0 TO EXEMPT-PCT
           IF PT-EXEMPT-CODE(MATCH-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING X-IDX FROM 1 BY 1
                   UNTIL X-IDX > EXEMPT-COUNT
               IF XT-CODE(X-IDX) = PT-EXEMPT-CODE(MATCH-IDX)
                   MOVE XT-PCT(X-IDX) TO EXEMPT-PCT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       WRITE-AUDIT-LINE.
           MOVE TODAY-STAMP TO AU-DATE
           WRITE TAX-AUDIT-RECORD
           .

      *-----------------------------------------------------------*
      * Apply UFTAXTRN in the order written, then clear it the    *
      * way FIXASSET clears UFASSET so nothing is applied twice.  *
      * Only reached when the journal accounts are known; without *
      * them the file is kept for the next run.                   *
      *-----------------------------------------------------------*
       APPLY-TAX-TRANSACTIONS.
           OPEN INPUT TAX-TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ TAX-TRANS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF TAX-TRANS-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO TRANS-READ
               MOVE SPACES TO TRAN-TOKENS
               MOVE SPACES TO REJECT-REASON
               UNSTRING TAX-TRANS-RECORD DELIMITED BY ALL SPACES
                   INTO TT-ACTION TT-PARCEL TT-VALUE TT-REF
               EVALUATE TT-ACTION
                   WHEN "LEVY"
                       PERFORM RUN-ANNUAL-LEVY
                   WHEN "WHATIF"
                       COMPUTE WHATIF-MILLS =
                           FUNCTION NUMVAL(TT-PARCEL)
                   WHEN "APPEAL"
                       PERFORM APPLY-APPEAL
                   WHEN "EXEMPT"
                       PERFORM APPLY-EXEMPTION
                   WHEN "PAY"
                       PERFORM APPLY-PAYMENT
                   WHEN OTHER
                       MOVE "UNKNOWN TRANSACTION" TO REJECT-REASON
               END-EVALUATE
               IF REJECT-REASON NOT = SPACES
                   ADD 1 TO TRANS-REJECTED
                   MOVE SPACES TO TAX-RPT-RECORD
                   STRING "REJECTED: " TAX-TRANS-RECORD(1:50)
                       " -- " REJECT-REASON
                       DELIMITED BY SIZE INTO TAX-RPT-RECORD
                   WRITE TAX-RPT-RECORD
               END-IF
           END-PERFORM
           CLOSE TAX-TRANS-FILE
           OPEN OUTPUT TAX-TRANS-FILE
           CLOSE TAX-TRANS-FILE
           .

      *-----------------------------------------------------------*
      * The annual levy. A parcel already levied for the year is  *
      * left alone, so a rerun bills nobody twice. Whatever is    *
      * unpaid on last year's bill rolls into arrears first; the  *
      * new bill is the taxable value (assessed less the          *
      * exemption) times the millage, due DUEDAYS from today.     *
      * Demolished parcels are not levied but keep their arrears. *
      *-----------------------------------------------------------*
       RUN-ANNUAL-LEVY.
           IF MILLAGE = 0
               MOVE "NO MILLAGE ON UFTAXPRM" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TODAY-YEAR TO LEVY-YEAR
           IF TT-PARCEL NOT = SPACES
               IF TT-PARCEL(1:4) IS NUMERIC
                       AND TT-PARCEL(5:) = SPACES
                   MOVE TT-PARCEL(1:4) TO LEVY-YEAR
               ELSE
                   MOVE "LEVY YEAR NOT YYYY" TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF BILL-FILE-STATUS NOT = "00"
               OPEN OUTPUT TAX-BILL-FILE
               MOVE SPACES TO TAX-BILL-RECORD
               STRING "PARCEL TYPE       D     ASSESSED EXMP"
                   "      TAXABLE   MILLS         LEVY      ARREARS"
                   "    TOTAL DUE DUE DATE"
                   DELIMITED BY SIZE INTO TAX-BILL-RECORD
               WRITE TAX-BILL-RECORD
           END-IF
           PERFORM VARYING MATCH-IDX FROM 1 BY 1
                   UNTIL MATCH-IDX > PARCEL-COUNT
               IF PT-STATUS(MATCH-IDX) = "A"
                       AND PT-LEVY-YEAR(MATCH-IDX) < LEVY-YEAR
                   PERFORM LEVY-ONE-PARCEL
               END-IF
           END-PERFORM
           .

       LEVY-ONE-PARCEL.
           IF PT-LEVY-AMT(MATCH-IDX) > PT-PAID-AMT(MATCH-IDX)
               COMPUTE PT-ARREARS(MATCH-IDX) = PT-ARREARS(MATCH-IDX)
                   + PT-LEVY-AMT(MATCH-IDX) - PT-PAID-AMT(MATCH-IDX)
           END-IF
           PERFORM FIND-EXEMPT-PCT
           COMPUTE TAXABLE-VALUE =
               PT-ASSESSED(MATCH-IDX) * (100 - EXEMPT-PCT) / 100
           COMPUTE NEW-LEVY ROUNDED = TAXABLE-VALUE * MILLAGE / 1000
           MOVE LEVY-YEAR TO PT-LEVY-YEAR(MATCH-IDX)
           MOVE MILLAGE TO PT-LEVY-MILLS(MATCH-IDX)
           MOVE NEW-LEVY TO PT-LEVY-AMT(MATCH-IDX)
           MOVE 0 TO PT-PAID-AMT(MATCH-IDX)
           COMPUTE PT-DUE-DATE(MATCH-IDX) = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(TODAY-STAMP) + DUE-DAYS)
           ADD NEW-LEVY TO RUN-LEVY
           ADD 1 TO BILLS-WRITTEN
           MOVE SPACES TO TAX-AUDIT-RECORD
           MOVE PT-PARCEL(MATCH-IDX) TO AU-PARCEL
           MOVE "LEVY" TO AU-ACTION
           MOVE TAXABLE-VALUE TO AU-OLD
           MOVE NEW-LEVY TO AU-NEW
           MOVE SPACES TO AU-REF
           STRING "LEVY " LEVY-YEAR DELIMITED BY SIZE INTO AU-REF
           PERFORM WRITE-AUDIT-LINE
           MOVE PT-ASSESSED(MATCH-IDX) TO VALUE-EDIT
           MOVE TAXABLE-VALUE TO AMT-EDIT
           MOVE MILLAGE TO MILLS-EDIT
           COMPUTE OUTSTANDING = PT-ARREARS(MATCH-IDX) + NEW-LEVY
           MOVE SPACES TO TAX-BILL-RECORD
           STRING PT-PARCEL(MATCH-IDX) "  " PT-BTYPE(MATCH-IDX) " "
               PT-DISTRICT(MATCH-IDX) " " VALUE-EDIT(3:) " "
               PT-EXEMPT-CODE(MATCH-IDX) " " AMT-EDIT(1:9) " "
               MILLS-EDIT
               DELIMITED BY SIZE INTO TAX-BILL-RECORD
           MOVE NEW-LEVY TO AMT-EDIT
           MOVE AMT-EDIT TO TAX-BILL-RECORD(59:12)
           MOVE PT-ARREARS(MATCH-IDX) TO AMT-EDIT
           MOVE AMT-EDIT TO TAX-BILL-RECORD(72:12)
           MOVE OUTSTANDING TO AMT-EDIT
           MOVE AMT-EDIT TO TAX-BILL-RECORD(85:12)
           MOVE PT-DUE-DATE(MATCH-IDX) TO TAX-BILL-RECORD(98:8)
           WRITE TAX-BILL-RECORD
           .

      *-----------------------------------------------------------*
      * Board of review decision. The new value is fixed (source  *
      * A) until another appeal, so the schedule no longer moves  *
      * it. If the parcel's current bill was raised this year it  *
      * is recomputed at the millage it was levied at and the     *
      * difference is booked against receivable and revenue.      *
      *-----------------------------------------------------------*
       APPLY-APPEAL.
           PERFORM VALIDATE-PARCEL
           IF REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(TT-VALUE) IS NOT NUMERIC
               MOVE "APPEAL VALUE NOT NUMERIC" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE TRAN-VALUE = FUNCTION NUMVAL(TT-VALUE)
           MOVE SPACES TO TAX-AUDIT-RECORD
           MOVE PT-PARCEL(MATCH-IDX) TO AU-PARCEL
           MOVE "APPEAL" TO AU-ACTION
           MOVE PT-ASSESSED(MATCH-IDX) TO AU-OLD
           MOVE TRAN-VALUE TO AU-NEW
           MOVE TT-REF TO AU-REF
           PERFORM WRITE-AUDIT-LINE
           MOVE TRAN-VALUE TO PT-ASSESSED(MATCH-IDX)
           MOVE "A" TO PT-VALUE-SOURCE(MATCH-IDX)
           MOVE TODAY-STAMP TO PT-CHANGED-DATE(MATCH-IDX)
           IF PT-LEVY-YEAR(MATCH-IDX) NOT = TODAY-YEAR
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EXEMPT-PCT
           COMPUTE TAXABLE-VALUE =
               PT-ASSESSED(MATCH-IDX) * (100 - EXEMPT-PCT) / 100
           COMPUTE NEW-LEVY ROUNDED =
               TAXABLE-VALUE * PT-LEVY-MILLS(MATCH-IDX) / 1000
           COMPUTE LEVY-DELTA = NEW-LEVY - PT-LEVY-AMT(MATCH-IDX)
           IF LEVY-DELTA = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TAX-AUDIT-RECORD
           MOVE PT-PARCEL(MATCH-IDX) TO AU-PARCEL
           MOVE "LEVYADJ" TO AU-ACTION
           MOVE PT-LEVY-AMT(MATCH-IDX) TO AU-OLD
           MOVE NEW-LEVY TO AU-NEW
           MOVE TT-REF TO AU-REF
           PERFORM WRITE-AUDIT-LINE
           MOVE NEW-LEVY TO PT-LEVY-AMT(MATCH-IDX)
           ADD LEVY-DELTA TO RUN-ADJUST
           IF PT-PAID-AMT(MATCH-IDX) > NEW-LEVY
               MOVE PT-PARCEL(MATCH-IDX) TO TT-PARCEL-NUM
               DISPLAY "Parcel " TT-PARCEL-NUM " paid more than its "
                   "reduced levy -- refund by hand"
           END-IF
           .

       APPLY-EXEMPTION.
           PERFORM VALIDATE-PARCEL
           IF REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TT-VALUE = SPACES
               MOVE "EXEMPTION CODE MISSING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PT-EXEMPT-CODE(MATCH-IDX) TO OLD-CODE
           PERFORM FIND-EXEMPT-PCT
           MOVE EXEMPT-PCT TO OLD-PCT
           IF TT-VALUE = "NONE"
               MOVE SPACES TO PT-EXEMPT-CODE(MATCH-IDX)
           ELSE
               MOVE TT-VALUE TO PT-EXEMPT-CODE(MATCH-IDX)
               PERFORM FIND-EXEMPT-PCT
               IF X-IDX > EXEMPT-COUNT
                   MOVE OLD-CODE TO PT-EXEMPT-CODE(MATCH-IDX)
                   MOVE "EXEMPTION CODE NOT ON UFTAXPRM"
                       TO REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE TODAY-STAMP TO PT-CHANGED-DATE(MATCH-IDX)
           MOVE SPACES TO TAX-AUDIT-RECORD
           MOVE PT-PARCEL(MATCH-IDX) TO AU-PARCEL
           MOVE "EXEMPT" TO AU-ACTION
           MOVE OLD-PCT TO AU-OLD
           IF OLD-CODE = SPACES
               MOVE "NONE" TO OLD-CODE
           END-IF
           PERFORM FIND-EXEMPT-PCT
           MOVE EXEMPT-PCT TO AU-NEW
           MOVE SPACES TO AU-REF
           STRING OLD-CODE " TO " PT-EXEMPT-CODE(MATCH-IDX)
               DELIMITED BY SIZE INTO AU-REF
           PERFORM WRITE-AUDIT-LINE
           .

      *-----------------------------------------------------------*
      * A collection clears arrears first, then the current bill. *
      * More than is owed is refused rather than left as a credit *
      * the roll has nowhere to keep.                             *
      *-----------------------------------------------------------*
       APPLY-PAYMENT.
           PERFORM VALIDATE-PARCEL
           IF REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE PAY-AMT = FUNCTION NUMVAL(TT-VALUE)
           COMPUTE OUTSTANDING = PT-ARREARS(MATCH-IDX)
               + PT-LEVY-AMT(MATCH-IDX) - PT-PAID-AMT(MATCH-IDX)
           IF PAY-AMT = 0
               MOVE "PAYMENT AMOUNT MISSING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PAY-AMT > OUTSTANDING
               MOVE "PAYMENT EXCEEDS BALANCE OWED" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-AMT TO PAY-LEFT
           IF PT-ARREARS(MATCH-IDX) > 0
               IF PAY-LEFT > PT-ARREARS(MATCH-IDX)
                   SUBTRACT PT-ARREARS(MATCH-IDX) FROM PAY-LEFT
                   MOVE 0 TO PT-ARREARS(MATCH-IDX)
               ELSE
                   SUBTRACT PAY-LEFT FROM PT-ARREARS(MATCH-IDX)
                   MOVE 0 TO PAY-LEFT
               END-IF
           END-IF
           ADD PAY-LEFT TO PT-PAID-AMT(MATCH-IDX)
           MOVE TODAY-STAMP TO PT-LAST-PAY-DATE(MATCH-IDX)
           ADD PAY-AMT TO RUN-COLLECT
           MOVE SPACES TO TAX-AUDIT-RECORD
           MOVE PT-PARCEL(MATCH-IDX) TO AU-PARCEL
           MOVE "PAYMENT" TO AU-ACTION
           MOVE OUTSTANDING TO AU-OLD
           COMPUTE AU-NEW = OUTSTANDING - PAY-AMT
           MOVE TT-REF TO AU-REF
           PERFORM WRITE-AUDIT-LINE
           .

       VALIDATE-PARCEL.
           IF FUNCTION TRIM(TT-PARCEL) IS NOT NUMERIC
               MOVE "PARCEL NUMBER NOT NUMERIC" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE TT-PARCEL-NUM = FUNCTION NUMVAL(TT-PARCEL)
           PERFORM FIND-PARCEL
           IF MATCH-IDX = 0
               MOVE "PARCEL NOT ON THE ROLL" TO REJECT-REASON
           END-IF
           .

      *-----------------------------------------------------------*
      * A parcel is delinquent while it carries arrears or its    *
      * current bill is past due and unpaid. A parcel newly       *
      * delinquent is noted on the audit trail.                   *
      *-----------------------------------------------------------*
       MARK-DELINQUENCIES.
           MOVE 0 TO DELINQ-COUNT
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > PARCEL-COUNT
               IF PT-ARREARS(I-IDX) > 0
                       OR (PT-LEVY-AMT(I-IDX) > PT-PAID-AMT(I-IDX)
                           AND PT-DUE-DATE(I-IDX) < TODAY-STAMP)
                   IF PT-DELINQ(I-IDX) NOT = "Y"
                       MOVE SPACES TO TAX-AUDIT-RECORD
                       MOVE PT-PARCEL(I-IDX) TO AU-PARCEL
                       MOVE "DELINQ" TO AU-ACTION
                       MOVE 0 TO AU-OLD
                       COMPUTE AU-NEW = PT-ARREARS(I-IDX)
                           + PT-LEVY-AMT(I-IDX) - PT-PAID-AMT(I-IDX)
                       MOVE PT-DUE-DATE(I-IDX) TO AU-REF
                       PERFORM WRITE-AUDIT-LINE
                   END-IF
                   MOVE "Y" TO PT-DELINQ(I-IDX)
                   ADD 1 TO DELINQ-COUNT
               ELSE
                   MOVE "N" TO PT-DELINQ(I-IDX)
               END-IF
           END-PERFORM
           .

       SAVE-TAX-REGISTER.
           IF BILL-FILE-STATUS = "00"
               CLOSE TAX-BILL-FILE
           END-IF
           OPEN OUTPUT TAX-REGISTER-FILE
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > PARCEL-COUNT
               MOVE PT-PARCEL(I-IDX) TO PR-PARCEL
               MOVE PT-BTYPE(I-IDX) TO PR-BTYPE
               MOVE PT-DISTRICT(I-IDX) TO PR-DISTRICT
               MOVE PT-OCCUPANCY(I-IDX) TO PR-OCCUPANCY
               MOVE PT-STATUS(I-IDX) TO PR-STATUS
               MOVE PT-ASSESSED(I-IDX) TO PR-ASSESSED
               MOVE PT-VALUE-SOURCE(I-IDX) TO PR-VALUE-SOURCE
               MOVE PT-EXEMPT-CODE(I-IDX) TO PR-EXEMPT-CODE
               MOVE PT-ADDED-DATE(I-IDX) TO PR-ADDED-DATE
               MOVE PT-CHANGED-DATE(I-IDX) TO PR-CHANGED-DATE
               MOVE PT-LEVY-YEAR(I-IDX) TO PR-LEVY-YEAR
               MOVE PT-LEVY-MILLS(I-IDX) TO PR-LEVY-MILLS
               MOVE PT-LEVY-AMT(I-IDX) TO PR-LEVY-AMT
               MOVE PT-PAID-AMT(I-IDX) TO PR-PAID-AMT
               MOVE PT-DUE-DATE(I-IDX) TO PR-DUE-DATE
               MOVE PT-ARREARS(I-IDX) TO PR-ARREARS
               MOVE PT-LAST-PAY-DATE(I-IDX) TO PR-LAST-PAY-DATE
               MOVE PT-DELINQ(I-IDX) TO PR-DELINQ
               WRITE TAX-REGISTER-RECORD
           END-PERFORM
           CLOSE TAX-REGISTER-FILE
           .

      *-----------------------------------------------------------*
      * Journal lines for URBANFLUX to carry onto UFPOST, in its  *
      * DTL layout, appended behind anything not yet picked up:   *
      * the levy (and appeal adjustments) to receivable against   *
      * property tax revenue, collections to treasury cash        *
      * against receivable. Each pair nets to zero; debits are    *
      * positive.                                                 *
      *-----------------------------------------------------------*
       WRITE-GL-POSTINGS.
           IF RUN-LEVY = 0 AND RUN-ADJUST = 0 AND RUN-COLLECT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TAX-POSTING-FILE
           IF POST-FILE-STATUS = "35"
               OPEN OUTPUT TAX-POSTING-FILE
           END-IF
           IF RUN-LEVY > 0
               MOVE SPACES TO SOURCE-REF
               STRING "LEVY " LEVY-YEAR DELIMITED BY SIZE
                   INTO SOURCE-REF
               MOVE " PROPERTY TAX LEVY" TO GL-DESC
               MOVE RUN-LEVY TO GL-PAIR-LEFT
               MOVE TAXAR-ACCT TO GL-DEBIT-ACCT
               MOVE PROPTAX-ACCT TO GL-CREDIT-ACCT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF RUN-ADJUST NOT = 0
               MOVE SPACES TO SOURCE-REF
               STRING "APPEALS " TODAY-STAMP DELIMITED BY SIZE
                   INTO SOURCE-REF
               MOVE " PROPERTY TAX APPEAL ADJUSTMENT" TO GL-DESC
               MOVE RUN-ADJUST TO GL-PAIR-LEFT
               MOVE TAXAR-ACCT TO GL-DEBIT-ACCT
               MOVE PROPTAX-ACCT TO GL-CREDIT-ACCT
               PERFORM WRITE-GL-PAIR
           END-IF
           IF RUN-COLLECT > 0
               MOVE SPACES TO SOURCE-REF
               STRING "COLLECTIONS " TODAY-STAMP DELIMITED BY SIZE
                   INTO SOURCE-REF
               MOVE " PROPERTY TAX COLLECTED" TO GL-DESC
               MOVE RUN-COLLECT TO GL-PAIR-LEFT
               MOVE OFFSET-ACCT TO GL-DEBIT-ACCT
               MOVE TAXAR-ACCT TO GL-CREDIT-ACCT
               PERFORM WRITE-GL-PAIR
           END-IF
           CLOSE TAX-POSTING-FILE
           DISPLAY "Property tax lines left on UFTAXGL for the next "
               "URBANFLUX treasury journal"
           .

      *-----------------------------------------------------------*
      * One debit/credit pair for GL-PAIR-LEFT. A DTL amount      *
      * holds at most 9,999,999.99, so a larger run total goes    *
      * out as several pairs under the same reference.            *
      *-----------------------------------------------------------*
       WRITE-GL-PAIR.
           PERFORM UNTIL GL-PAIR-LEFT = 0
               EVALUATE TRUE
                   WHEN GL-PAIR-LEFT > GL-LINE-MAX
                       MOVE GL-LINE-MAX TO GL-LINE-AMT
                   WHEN GL-PAIR-LEFT < 0 - GL-LINE-MAX
                       COMPUTE GL-LINE-AMT = 0 - GL-LINE-MAX
                   WHEN OTHER
                       MOVE GL-PAIR-LEFT TO GL-LINE-AMT
               END-EVALUATE
               COMPUTE CHARGE-EDIT = GL-LINE-AMT
               MOVE GL-DEBIT-ACCT TO GL-ACCT
               PERFORM WRITE-ONE-DTL
               COMPUTE CHARGE-EDIT = 0 - GL-LINE-AMT
               MOVE GL-CREDIT-ACCT TO GL-ACCT
               PERFORM WRITE-ONE-DTL
               SUBTRACT GL-LINE-AMT FROM GL-PAIR-LEFT
           END-PERFORM
           .

       WRITE-ONE-DTL.
           MOVE SPACES TO GL-POSTING-RECORD
           STRING "DTL" GL-ACCT CHARGE-EDIT GL-DESC
               DELIMITED BY SIZE INTO GL-POSTING-RECORD
           MOVE SOURCE-REF TO GL-POSTING-RECORD(57:20)
           MOVE COMPANY-CODE TO GL-POSTING-RECORD(77:4)
           WRITE GL-POSTING-RECORD
           .

      *-----------------------------------------------------------*
      * Roll summary by district: active parcels, assessed and    *
      * taxable value, and what the current millage raises.       *
      *-----------------------------------------------------------*
       PRINT-ROLL-SUMMARY.
           PERFORM ACCUMULATE-DISTRICTS
           MOVE MILLAGE TO MILLS-EDIT
           MOVE SPACES TO TAX-RPT-RECORD
           STRING "ROLL SUMMARY AT " MILLS-EDIT " MILLS"
               DELIMITED BY SIZE INTO TAX-RPT-RECORD
           WRITE TAX-RPT-RECORD
           MOVE SPACES TO TAX-RPT-RECORD
           STRING "DIST PARCELS     ASSESSED      TAXABLE"
               "         LEVY"
               DELIMITED BY SIZE INTO TAX-RPT-RECORD
           WRITE TAX-RPT-RECORD
           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > 9
               IF DT-COUNT(D-IDX) > 0
                   MOVE DT-COUNT(D-IDX) TO COUNT-EDIT
                   MOVE DT-CURRENT(D-IDX) TO AMT-EDIT
                   MOVE SPACES TO TAX-RPT-RECORD
                   STRING "   " D-IDX(2:1) "    " COUNT-EDIT " "
                       DELIMITED BY SIZE INTO TAX-RPT-RECORD
                   MOVE DT-ASSESSED(D-IDX) TO VALUE-EDIT
                   MOVE VALUE-EDIT(2:) TO TAX-RPT-RECORD(14:10)
                   MOVE DT-TAXABLE(D-IDX) TO VALUE-EDIT
                   MOVE VALUE-EDIT(2:) TO TAX-RPT-RECORD(27:10)
                   MOVE AMT-EDIT TO TAX-RPT-RECORD(39:12)
                   WRITE TAX-RPT-RECORD
               END-IF
           END-PERFORM
           MOVE TOTAL-COUNT TO COUNT-EDIT
           MOVE TOTAL-CURRENT TO AMT-EDIT
           MOVE SPACES TO TAX-RPT-RECORD
           STRING "TOTAL   " COUNT-EDIT
               DELIMITED BY SIZE INTO TAX-RPT-RECORD
           MOVE TOTAL-ASSESSED TO VALUE-EDIT
           MOVE VALUE-EDIT(2:) TO TAX-RPT-RECORD(14:10)
           MOVE TOTAL-TAXABLE TO VALUE-EDIT
           MOVE VALUE-EDIT(2:) TO TAX-RPT-RECORD(27:10)
           MOVE AMT-EDIT TO TAX-RPT-RECORD(39:12)
           WRITE TAX-RPT-RECORD
           .

       ACCUMULATE-DISTRICTS.
           INITIALIZE DISTRICT-TOTALS
           MOVE 0 TO TOTAL-COUNT
           MOVE 0 TO TOTAL-ASSESSED
           MOVE 0 TO TOTAL-TAXABLE
           MOVE 0 TO TOTAL-CURRENT
           MOVE 0 TO TOTAL-PROPOSED
           PERFORM VARYING MATCH-IDX FROM 1 BY 1
                   UNTIL MATCH-IDX > PARCEL-COUNT
               IF PT-STATUS(MATCH-IDX) = "A"
                       AND PT-DISTRICT(MATCH-IDX) > 0
                   MOVE PT-DISTRICT(MATCH-IDX) TO D-IDX
                   PERFORM FIND-EXEMPT-PCT
                   COMPUTE TAXABLE-VALUE = PT-ASSESSED(MATCH-IDX)
                       * (100 - EXEMPT-PCT) / 100
                   ADD 1 TO DT-COUNT(D-IDX) TOTAL-COUNT
                   ADD PT-ASSESSED(MATCH-IDX) TO DT-ASSESSED(D-IDX)
                       TOTAL-ASSESSED
                   ADD TAXABLE-VALUE TO DT-TAXABLE(D-IDX)
                       TOTAL-TAXABLE
                   COMPUTE NEW-LEVY ROUNDED =
                       TAXABLE-VALUE * MILLAGE / 1000
                   ADD NEW-LEVY TO DT-CURRENT(D-IDX) TOTAL-CURRENT
                   COMPUTE NEW-LEVY ROUNDED =
                       TAXABLE-VALUE * WHATIF-MILLS / 1000
                   ADD NEW-LEVY TO DT-PROPOSED(D-IDX)
                       TOTAL-PROPOSED
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * What a proposed millage would raise against the roll as   *
      * it stands, district by district, beside the current       *
      * millage -- for council ahead of the budget vote. Nothing  *
      * on the roll changes.                                      *
      *-----------------------------------------------------------*
       PRINT-MILLAGE-WHATIF.
           MOVE MILLAGE TO MILLS-EDIT
           MOVE WHATIF-MILLS TO MILLS-EDIT-2
           MOVE SPACES TO TAX-RPT-RECORD
           STRING "MILLAGE WHAT-IF: CURRENT " MILLS-EDIT
               " PROPOSED " MILLS-EDIT-2
               DELIMITED BY SIZE INTO TAX-RPT-RECORD
           WRITE TAX-RPT-RECORD
           MOVE SPACES TO TAX-RPT-RECORD
           STRING "DIST      CURRENT     PROPOSED       CHANGE"
               DELIMITED BY SIZE INTO TAX-RPT-RECORD
           WRITE TAX-RPT-RECORD
           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > 9
               IF DT-COUNT(D-IDX) > 0
                   MOVE DT-CURRENT(D-IDX) TO AMT-EDIT
                   MOVE DT-PROPOSED(D-IDX) TO AMT-EDIT-2
                   COMPUTE DIFF-EDIT =
                       DT-PROPOSED(D-IDX) - DT-CURRENT(D-IDX)
                   MOVE SPACES TO TAX-RPT-RECORD
                   STRING "   " D-IDX(2:1) " " AMT-EDIT " "
                       AMT-EDIT-2 " " DIFF-EDIT
                       DELIMITED BY SIZE INTO TAX-RPT-RECORD
                   WRITE TAX-RPT-RECORD
               END-IF
           END-PERFORM
           MOVE TOTAL-CURRENT TO AMT-EDIT
           MOVE TOTAL-PROPOSED TO AMT-EDIT-2
           COMPUTE DIFF-EDIT = TOTAL-PROPOSED - TOTAL-CURRENT
           MOVE SPACES TO TAX-RPT-RECORD
           STRING "TOTAL" AMT-EDIT " " AMT-EDIT-2 " " DIFF-EDIT
               DELIMITED BY SIZE INTO TAX-RPT-RECORD
           WRITE TAX-RPT-RECORD
           .

       PRINT-DELINQUENCY-LIST.
           MOVE SPACES TO TAX-RPT-RECORD
           STRING "DELINQUENT PARCELS"
               DELIMITED BY SIZE INTO TAX-RPT-RECORD
           WRITE TAX-RPT-RECORD
           MOVE SPACES TO TAX-RPT-RECORD
           STRING "PARCEL TYPE       D S      ARREARS  CURRENT DUE"
               " DUE DATE LAST PAID"
               DELIMITED BY SIZE INTO TAX-RPT-RECORD
           WRITE TAX-RPT-RECORD
           MOVE 0 TO TOTAL-OUTSTANDING
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > PARCEL-COUNT
               IF PT-DELINQ(I-IDX) = "Y"
                   MOVE PT-ARREARS(I-IDX) TO AMT-EDIT
                   COMPUTE AMT-EDIT-2 =
                       PT-LEVY-AMT(I-IDX) - PT-PAID-AMT(I-IDX)
                   COMPUTE TOTAL-OUTSTANDING = TOTAL-OUTSTANDING
                       + PT-ARREARS(I-IDX) + PT-LEVY-AMT(I-IDX)
                       - PT-PAID-AMT(I-IDX)
                   MOVE SPACES TO TAX-RPT-RECORD
                   STRING PT-PARCEL(I-IDX) "  " PT-BTYPE(I-IDX) " "
                       PT-DISTRICT(I-IDX) " " PT-STATUS(I-IDX) " "
                       AMT-EDIT " " AMT-EDIT-2 " "
                       PT-DUE-DATE(I-IDX) " " PT-LAST-PAY-DATE(I-IDX)
                       DELIMITED BY SIZE INTO TAX-RPT-RECORD
                   WRITE TAX-RPT-RECORD
               END-IF
           END-PERFORM
           MOVE DELINQ-COUNT TO COUNT-EDIT
           MOVE TOTAL-OUTSTANDING TO AMT-EDIT
           MOVE SPACES TO TAX-RPT-RECORD
           STRING "DELINQUENT " COUNT-EDIT " PARCELS, OWING "
               AMT-EDIT DELIMITED BY SIZE INTO TAX-RPT-RECORD
           WRITE TAX-RPT-RECORD
           .
