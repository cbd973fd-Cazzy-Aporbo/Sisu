       IDENTIFICATION DIVISION.
       PROGRAM-ID. UFUTLBIL.
       AUTHOR. CAZZY.
       REMARKS. >
           Monthly utility billing for the city's buildings. Every
           numbered building in UFCITY has a UFUTLACT utility
           account under its parcel number; URBANFLUX meters each
           one's energy draw every step onto UFMETER. Each run
           first brings the accounts into line with UFCITY (new
           buildings opened, demolished ones closed with their
           balance still owed), then applies the UFUTLTRN
           payments, then -- once a month -- bills the metered
           consumption since the last bill at the UFRATES tiered
           energy rates plus the service charge, rolling anything
           unpaid into arrears. Bills go to UFUTLBL, the
           receivables position of every account (payments this
           run, arrears, what is past due and whether the account
           is a shutoff-notice candidate) to UFUTLAR, and the
           billing and payment journal lines to UFUTLGL for
           URBANFLUX to carry onto UFPOST. UFUTLRPT is the
           efficiency report: the month's consumption by district
           with the buildings drawing well above the average for
           their type listed for the sustainability office.

      *-----------------------------------------------------------*
      * Mod history:
      *   2026-10-15  CAZZY - written; building energy drove the
      *               alerts but never became money, and the city
      *               carried the whole utility cost.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UTILITY-PARM-FILE ASSIGN TO "UFUTLPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "UFRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATES-FILE-STATUS.
           SELECT CITY-STATE-FILE ASSIGN TO "UFCITY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CITY-FILE-STATUS.
           SELECT UTILITY-ACCOUNT-FILE ASSIGN TO "UFUTLACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT METER-READING-FILE ASSIGN TO "UFMETER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS METER-FILE-STATUS.
           SELECT UTILITY-TRANS-FILE ASSIGN TO "UFUTLTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT UTILITY-BILL-FILE ASSIGN TO "UFUTLBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILL-FILE-STATUS.
           SELECT RECEIVABLES-FILE ASSIGN TO "UFUTLAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.
           SELECT UTILITY-RPT-FILE ASSIGN TO "UFUTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT UTILITY-POSTING-FILE ASSIGN TO "UFUTLGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * Keyword lines, any order:                                 *
      *   DUEDAYS    days from bill to due date (default 30)      *
      *   NOTICEDAYS days past due before an account is a         *
      *              shutoff-notice candidate (default 30)        *
      *   NOTICEMIN  past-due amount below which no notice goes   *
      *              out (default 25.00)                          *
      *   HIGHUSE    percent of its type's average a building     *
      *              must draw to be listed as high consumption   *
      *              (default 150)                                *
      *-----------------------------------------------------------*
       FD  UTILITY-PARM-FILE.
       01  UTILITY-PARM-RECORD PIC X(80).

      *-----------------------------------------------------------*
      * URBANFLUX's account table, the ECORATES shape with a      *
      * tier limit after the account: UTILREV the utility revenue *
      * account, UTILAR the utility receivable, OFFSET the        *
      * treasury cash side payments land in. Each UTILTIER line   *
      * is an energy rate per unit and the monthly units it runs  *
      * up to (blank on the top tier); UTILBASE's rate is the     *
      * monthly service charge of an open account.                *
      *-----------------------------------------------------------*
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           05 UR-NAME          PIC X(10).
           05 UR-RATE          PIC X(8).
           05 UR-ACCT          PIC X(4).
           05 UR-LIMIT         PIC X(8).

       FD  CITY-STATE-FILE.
       01  CITY-STATE-RECORD   PIC X(80).

      *-----------------------------------------------------------*
      * One utility account per parcel, in parcel number order.   *
      * Status A open, C closed (building demolished; the balance *
      * stays collectable). AC-BILL-* describe the latest bill;   *
      * AC-PAID-AMT is paid against it only, and an unpaid        *
      * balance rolls into AC-ARREARS when the next bill goes     *
      * out; AC-ARREARS-DUE is the due date of the oldest bill    *
      * still in arrears. AC-NOTICE is Y while the account is a   *
      * shutoff-notice candidate, from AC-NOTICE-DATE.            *
      *-----------------------------------------------------------*
       FD  UTILITY-ACCOUNT-FILE.
       01  UTILITY-ACCOUNT-RECORD.
           05 AC-PARCEL        PIC 9(5).
           05 AC-BTYPE         PIC X(10).
           05 AC-DISTRICT      PIC 9.
           05 AC-STATUS        PIC X.
           05 AC-OPENED-DATE   PIC 9(8).
           05 AC-CLOSED-DATE   PIC 9(8).
           05 AC-BILL-MONTH    PIC 9(6).
           05 AC-BILL-UNITS    PIC 9(6).
           05 AC-BILL-AMT      PIC 9(7)V99.
           05 AC-PAID-AMT      PIC 9(7)V99.
           05 AC-DUE-DATE      PIC 9(8).
           05 AC-ARREARS       PIC 9(7)V99.
           05 AC-ARREARS-DUE   PIC 9(8).
           05 AC-LAST-PAY-DATE PIC 9(8).
           05 AC-NOTICE        PIC X.
           05 AC-NOTICE-DATE   PIC 9(8).

       FD  METER-READING-FILE.
       01  METER-READING-RECORD.
           COPY UFMETER REPLACING ==:LVL:== BY ==05==.

       FD  UTILITY-TRANS-FILE.
       01  UTILITY-TRANS-RECORD PIC X(80).

       FD  UTILITY-BILL-FILE.
       01  UTILITY-BILL-RECORD PIC X(120).

      *-----------------------------------------------------------*
      * Receivables position, rewritten each run: one line per    *
      * account owing anything or paid this run. RA-PAST-DUE is   *
      * the arrears plus any current bill unpaid past its due     *
      * date; RA-NOTICE Y marks a shutoff-notice candidate.       *
      *-----------------------------------------------------------*
       FD  RECEIVABLES-FILE.
       01  RECEIVABLES-RECORD.
           05 RA-PARCEL        PIC 9(5).
           05 FILLER           PIC X.
           05 RA-DISTRICT      PIC 9.
           05 FILLER           PIC X.
           05 RA-BTYPE         PIC X(10).
           05 FILLER           PIC X.
           05 RA-STATUS        PIC X.
           05 FILLER           PIC X.
           05 RA-BILLED        PIC Z(6)9.99.
           05 FILLER           PIC X.
           05 RA-PAID-RUN      PIC Z(6)9.99.
           05 FILLER           PIC X.
           05 RA-ARREARS       PIC Z(6)9.99.
           05 FILLER           PIC X.
           05 RA-BALANCE       PIC Z(6)9.99.
           05 FILLER           PIC X.
           05 RA-PAST-DUE      PIC Z(6)9.99.
           05 FILLER           PIC X.
           05 RA-DUE-DATE      PIC 9(8).
           05 FILLER           PIC X.
           05 RA-DAYS-LATE     PIC ZZZ9.
           05 FILLER           PIC X.
           05 RA-NOTICE        PIC X.
           05 FILLER           PIC X.
           05 RA-LAST-PAY-DATE PIC 9(8).

       FD  UTILITY-RPT-FILE.
       01  UTILITY-RPT-RECORD  PIC X(120).

       FD  UTILITY-POSTING-FILE.
       01  GL-POSTING-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       77 PARM-FILE-STATUS    PIC X(2).
       77 RATES-FILE-STATUS   PIC X(2).
       77 CITY-FILE-STATUS    PIC X(2).
       77 ACCT-FILE-STATUS    PIC X(2).
       77 METER-FILE-STATUS   PIC X(2).
       77 TRANS-FILE-STATUS   PIC X(2).
       77 BILL-FILE-STATUS    PIC X(2).
       77 AR-FILE-STATUS      PIC X(2).
       77 RPT-FILE-STATUS     PIC X(2).
       77 POST-FILE-STATUS    PIC X(2).
       77 TODAY-STAMP         PIC 9(8).
       77 TODAY-INT           PIC 9(7).
       77 BILL-MONTH          PIC 9(6).
       77 REPORT-MONTH        PIC 9(6) VALUE 0.
       77 UTILREV-ACCT        PIC X(4) VALUE SPACES.
       77 UTILAR-ACCT         PIC X(4) VALUE SPACES.
       77 OFFSET-ACCT         PIC X(4) VALUE SPACES.
       77 COMPANY-CODE        PIC X(4) VALUE "CITY".
       77 SERVICE-CHARGE      PIC 9(5)V99 VALUE 0.
       77 DUE-DAYS            PIC 9(3) VALUE 30.
       77 NOTICE-DAYS         PIC 9(3) VALUE 30.
       77 NOTICE-MIN          PIC 9(5)V99 VALUE 25.00.
       77 HIGH-USE-PCT        PIC 9(3) VALUE 150.
       77 I-IDX               PIC 9(3).
       77 K-IDX               PIC 99.
       77 D-IDX               PIC 99.
       77 MATCH-IDX           PIC 9(3).
       77 FIND-PARCEL-NUM     PIC 9(5).
       77 SKIP-LINES          PIC 9(3).
       77 CITY-BUILDINGS      PIC 9(3) VALUE 0.
       77 ACCOUNTS-OPENED     PIC 9(3) VALUE 0.
       77 ACCOUNTS-CLOSED     PIC 9(3) VALUE 0.
       77 READINGS-READ       PIC 9(7) VALUE 0.
       77 TRANS-READ          PIC 9(4) VALUE 0.
       77 TRANS-REJECTED      PIC 9(4) VALUE 0.
       77 BILLS-WRITTEN       PIC 9(3) VALUE 0.
       77 NOTICE-COUNT        PIC 9(3) VALUE 0.
       77 HIGH-USE-COUNT      PIC 9(3) VALUE 0.
       77 BILLING-DONE        PIC X VALUE "N".
       77 ACCOUNTS-OK         PIC X VALUE "Y".
       77 TABLE-FULL          PIC X VALUE "N".
       77 PREV-LIMIT          PIC 9(7).
       77 TIER-UNITS          PIC 9(7).
       77 ENERGY-CHARGE       PIC 9(7)V99.
       77 BILL-CHARGE         PIC 9(7)V99.
       77 BILL-SERVICE        PIC 9(5)V99.
       77 OUTSTANDING         PIC 9(7)V99.
       77 PAST-DUE            PIC 9(7)V99.
       77 DAYS-LATE           PIC 9(5).
       77 PAY-AMT             PIC 9(7)V99.
       77 PAY-LEFT            PIC 9(7)V99.
       77 RUN-BILLED          PIC 9(9)V99 VALUE 0.
       77 RUN-COLLECT         PIC 9(9)V99 VALUE 0.
       77 TYPE-AVERAGE        PIC 9(6).
       77 USE-PCT             PIC 9(5).
       77 CHARGE-EDIT         PIC +9(7).99.
       77 AMT-EDIT            PIC Z(6)9.99.
       77 AMT-EDIT-2          PIC Z(6)9.99.
       77 AMT-EDIT-3          PIC Z(6)9.99.
       77 UNITS-EDIT          PIC Z(5)9.
       77 UNITS-EDIT-2        PIC Z(5)9.
       77 COUNT-EDIT          PIC ZZZ9.
       77 COUNT-EDIT-2        PIC ZZZ9.
       77 PCT-EDIT            PIC ZZZZ9.
       77 SOURCE-REF          PIC X(20).
       77 GL-DESC             PIC X(38).
       77 GL-ACCT             PIC X(4).
       77 REJECT-REASON       PIC X(40).
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
       01 TRAN-TOKENS.
           05 TT-ACTION        PIC X(10).
           05 TT-PARCEL        PIC X(10).
           05 TT-AMOUNT        PIC X(15).
           05 TT-REF           PIC X(20).
       01 PARM-TOKENS.
           05 PK-KEYWORD       PIC X(10).
           05 PK-ARG1          PIC X(15).

      *-----------------------------------------------------------*
      * Energy rate tiers in ascending order of the monthly units *
      * each runs up to; the top tier runs to 9999999.            *
      *-----------------------------------------------------------*
       01 TIER-TABLE.
           05 TIER-ENTRY OCCURS 10 TIMES.
              10 TR-LIMIT      PIC 9(7).
              10 TR-RATE       PIC 9(3)V9(4).
       01 TIER-COUNT          PIC 99 VALUE 0.
       01 HOLD-TIER           PIC X(14).

       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 500 TIMES.
              10 AT-PARCEL     PIC 9(5).
              10 AT-BTYPE      PIC X(10).
              10 AT-DISTRICT   PIC 9.
              10 AT-STATUS     PIC X.
              10 AT-OPENED-DATE PIC 9(8).
              10 AT-CLOSED-DATE PIC 9(8).
              10 AT-BILL-MONTH PIC 9(6).
              10 AT-BILL-UNITS PIC 9(6).
              10 AT-BILL-AMT   PIC 9(7)V99.
              10 AT-PAID-AMT   PIC 9(7)V99.
              10 AT-DUE-DATE   PIC 9(8).
              10 AT-ARREARS    PIC 9(7)V99.
              10 AT-ARREARS-DUE PIC 9(8).
              10 AT-LAST-PAY-DATE PIC 9(8).
              10 AT-NOTICE     PIC X.
              10 AT-NOTICE-DATE PIC 9(8).
              10 AT-SEEN       PIC X.
              10 AT-PERIOD-UNITS PIC 9(6).
              10 AT-PAID-RUN   PIC 9(7)V99.
       01 ACCOUNT-COUNT       PIC 9(3) VALUE 0.
       01 MAX-ACCOUNTS        PIC 9(3) VALUE 500.

      *-----------------------------------------------------------*
      * The month's consumption by building type across the city, *
      * for the average a building is measured against.           *
      *-----------------------------------------------------------*
       01 TYPE-TABLE.
           05 TYPE-ENTRY OCCURS 30 TIMES.
              10 TY-BTYPE      PIC X(10).
              10 TY-COUNT      PIC 9(4).
              10 TY-UNITS      PIC 9(8).
       01 TYPE-COUNT          PIC 99 VALUE 0.

       01 DISTRICT-TOTALS.
           05 DT-ENTRY OCCURS 9 TIMES.
              10 DT-COUNT      PIC 9(4).
              10 DT-UNITS      PIC 9(8).
              10 DT-BILLED     PIC 9(9)V99.
              10 DT-HIGH       PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT TODAY-STAMP FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-STAMP)
           MOVE TODAY-STAMP(1:6) TO BILL-MONTH
           PERFORM LOAD-UTILITY-PARMS
           PERFORM LOAD-UTILITY-RATES
           PERFORM LOAD-UTILITY-ACCOUNTS
           IF TABLE-FULL = "Y"
               DISPLAY "UFUTLACT holds more than " MAX-ACCOUNTS
                   " accounts -- nothing billed, file left as it was"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT UTILITY-RPT-FILE
           MOVE SPACES TO UTILITY-RPT-RECORD
           STRING TODAY-STAMP " UTILITY BILLING"
               DELIMITED BY SIZE INTO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           PERFORM SYNC-ACCOUNTS-WITH-CITY
           IF ACCOUNTS-OK = "Y"
               PERFORM APPLY-UTILITY-PAYMENTS
               PERFORM BILL-METERED-CONSUMPTION
           END-IF
           PERFORM MARK-SHUTOFF-CANDIDATES
           PERFORM SAVE-UTILITY-ACCOUNTS
           PERFORM WRITE-RECEIVABLES
           PERFORM WRITE-GL-POSTINGS
           PERFORM PRINT-EFFICIENCY-REPORT
           CLOSE UTILITY-RPT-FILE
           DISPLAY "Utility billing: " ACCOUNT-COUNT " accounts, "
               ACCOUNTS-OPENED " opened, " ACCOUNTS-CLOSED
               " closed, " BILLS-WRITTEN " billed, " NOTICE-COUNT
               " shutoff-notice candidates -- report on UFUTLRPT"
           IF ACCOUNTS-OK NOT = "Y"
               DISPLAY "No UTILREV/UTILAR/OFFSET accounts or no "
                   "UTILTIER rates on UFRATES -- UFUTLTRN and "
                   "UFMETER left unapplied"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF TRANS-REJECTED > 0
               DISPLAY TRANS-REJECTED " payment(s) rejected -- see "
                   "UFUTLRPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-UTILITY-PARMS.
           OPEN INPUT UTILITY-PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ UTILITY-PARM-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SPACES TO PARM-TOKENS
               UNSTRING UTILITY-PARM-RECORD DELIMITED BY ALL SPACES
                   INTO PK-KEYWORD PK-ARG1
               IF FUNCTION TEST-NUMVAL(PK-ARG1) NOT = 0
                   EXIT PERFORM CYCLE
               END-IF
               EVALUATE PK-KEYWORD
                   WHEN "DUEDAYS"
                       COMPUTE DUE-DAYS = FUNCTION NUMVAL(PK-ARG1)
                   WHEN "NOTICEDAYS"
                       COMPUTE NOTICE-DAYS = FUNCTION NUMVAL(PK-ARG1)
                   WHEN "NOTICEMIN"
                       COMPUTE NOTICE-MIN = FUNCTION NUMVAL(PK-ARG1)
                   WHEN "HIGHUSE"
                       COMPUTE HIGH-USE-PCT =
                           FUNCTION NUMVAL(PK-ARG1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE UTILITY-PARM-FILE
           .

       LOAD-UTILITY-RATES.
           OPEN INPUT RATE-TABLE-FILE
           IF RATES-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   MOVE SPACES TO RATE-TABLE-RECORD
                   READ RATE-TABLE-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   EVALUATE UR-NAME
                       WHEN "UTILREV   "
                           MOVE UR-ACCT TO UTILREV-ACCT
                       WHEN "UTILAR    "
                           MOVE UR-ACCT TO UTILAR-ACCT
                       WHEN "OFFSET    "
                           MOVE UR-ACCT TO OFFSET-ACCT
                       WHEN "UTILBASE  "
                           IF FUNCTION TEST-NUMVAL(UR-RATE) = 0
                               COMPUTE SERVICE-CHARGE =
                                   FUNCTION NUMVAL(UR-RATE)
                           END-IF
                       WHEN "UTILTIER  "
                           PERFORM LOAD-ONE-TIER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF
           IF UTILREV-ACCT = SPACES OR UTILAR-ACCT = SPACES
                   OR OFFSET-ACCT = SPACES OR TIER-COUNT = 0
               MOVE "N" TO ACCOUNTS-OK
           END-IF
           .

      *-----------------------------------------------------------*
      * Tiers are kept in limit order whatever order UFRATES      *
      * lists them in.                                            *
      *-----------------------------------------------------------*
       LOAD-ONE-TIER.
           IF FUNCTION TEST-NUMVAL(UR-RATE) NOT = 0
                   OR (UR-LIMIT NOT = SPACES
                       AND FUNCTION TRIM(UR-LIMIT) IS NOT NUMERIC)
               DISPLAY "UFRATES UTILTIER line ignored: "
                   RATE-TABLE-RECORD
               EXIT PARAGRAPH
           END-IF
           IF TIER-COUNT NOT < 10
               DISPLAY "More than 10 UTILTIER lines on UFRATES -- "
                   "the rest ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TIER-COUNT
           COMPUTE TR-RATE(TIER-COUNT) = FUNCTION NUMVAL(UR-RATE)
           IF UR-LIMIT = SPACES
               MOVE 9999999 TO TR-LIMIT(TIER-COUNT)
           ELSE
               COMPUTE TR-LIMIT(TIER-COUNT) = FUNCTION NUMVAL(UR-LIMIT)
           END-IF
           MOVE TIER-COUNT TO K-IDX
           PERFORM UNTIL K-IDX < 2
               IF TR-LIMIT(K-IDX - 1) NOT > TR-LIMIT(K-IDX)
                   EXIT PERFORM
               END-IF
               MOVE TIER-ENTRY(K-IDX - 1) TO HOLD-TIER
               MOVE TIER-ENTRY(K-IDX) TO TIER-ENTRY(K-IDX - 1)
               MOVE HOLD-TIER TO TIER-ENTRY(K-IDX)
               SUBTRACT 1 FROM K-IDX
           END-PERFORM
           .

       LOAD-UTILITY-ACCOUNTS.
           MOVE 0 TO ACCOUNT-COUNT
           OPEN INPUT UTILITY-ACCOUNT-FILE
           IF ACCT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ UTILITY-ACCOUNT-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF ACCOUNT-COUNT NOT < MAX-ACCOUNTS
                   MOVE "Y" TO TABLE-FULL
                   EXIT PERFORM
               END-IF
               ADD 1 TO ACCOUNT-COUNT
               MOVE AC-PARCEL TO AT-PARCEL(ACCOUNT-COUNT)
               MOVE AC-BTYPE TO AT-BTYPE(ACCOUNT-COUNT)
               MOVE AC-DISTRICT TO AT-DISTRICT(ACCOUNT-COUNT)
               MOVE AC-STATUS TO AT-STATUS(ACCOUNT-COUNT)
               MOVE AC-OPENED-DATE TO AT-OPENED-DATE(ACCOUNT-COUNT)
               MOVE AC-CLOSED-DATE TO AT-CLOSED-DATE(ACCOUNT-COUNT)
               MOVE AC-BILL-MONTH TO AT-BILL-MONTH(ACCOUNT-COUNT)
               MOVE AC-BILL-UNITS TO AT-BILL-UNITS(ACCOUNT-COUNT)
               MOVE AC-BILL-AMT TO AT-BILL-AMT(ACCOUNT-COUNT)
               MOVE AC-PAID-AMT TO AT-PAID-AMT(ACCOUNT-COUNT)
               MOVE AC-DUE-DATE TO AT-DUE-DATE(ACCOUNT-COUNT)
               MOVE AC-ARREARS TO AT-ARREARS(ACCOUNT-COUNT)
               MOVE AC-ARREARS-DUE TO AT-ARREARS-DUE(ACCOUNT-COUNT)
               MOVE AC-LAST-PAY-DATE
                   TO AT-LAST-PAY-DATE(ACCOUNT-COUNT)
               MOVE AC-NOTICE TO AT-NOTICE(ACCOUNT-COUNT)
               MOVE AC-NOTICE-DATE TO AT-NOTICE-DATE(ACCOUNT-COUNT)
               MOVE "N" TO AT-SEEN(ACCOUNT-COUNT)
               MOVE 0 TO AT-PERIOD-UNITS(ACCOUNT-COUNT)
               MOVE 0 TO AT-PAID-RUN(ACCOUNT-COUNT)
               IF AC-BILL-MONTH = BILL-MONTH
                   MOVE "Y" TO BILLING-DONE
               END-IF
           END-PERFORM
           CLOSE UTILITY-ACCOUNT-FILE
           .

      *-----------------------------------------------------------*
      * Walk UFCITY the way URBANFLUX wrote it, as UFTAXROL does: *
      * header counts, citizen and vehicle lines skipped, then    *
      * one line per building ending in its parcel number. An     *
      * open account whose building is gone is closed; no UFCITY  *
      * means nothing is closed.                                  *
      *-----------------------------------------------------------*
       SYNC-ACCOUNTS-WITH-CITY.
           OPEN INPUT CITY-STATE-FILE
           IF CITY-FILE-STATUS NOT = "00"
               DISPLAY "No UFCITY state -- accounts not synchronized"
               EXIT PARAGRAPH
           END-IF
           READ CITY-STATE-FILE
               AT END
                   CLOSE CITY-STATE-FILE
                   DISPLAY "UFCITY is empty -- accounts not "
                       "synchronized"
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
                   UNTIL I-IDX > ACCOUNT-COUNT
               IF AT-STATUS(I-IDX) = "A" AND AT-SEEN(I-IDX) = "N"
                   MOVE "C" TO AT-STATUS(I-IDX)
                   MOVE TODAY-STAMP TO AT-CLOSED-DATE(I-IDX)
                   ADD 1 TO ACCOUNTS-CLOSED
               END-IF
           END-PERFORM
           .

       SYNC-ONE-BUILDING.
           MOVE SPACES TO BUILDING-TOKENS
           UNSTRING CITY-STATE-RECORD DELIMITED BY ALL SPACES
               INTO CB-BTYPE CB-ENERGY CB-OCCUPANCY CB-DISTRICT
                    CB-PARCEL
           IF FUNCTION TRIM(CB-PARCEL) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE CB-PARCEL-NUM = FUNCTION NUMVAL(CB-PARCEL)
           IF CB-PARCEL-NUM = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE CB-DISTRICT-NUM = FUNCTION NUMVAL(CB-DISTRICT)
           MOVE CB-PARCEL-NUM TO FIND-PARCEL-NUM
           PERFORM FIND-ACCOUNT
           IF MATCH-IDX = 0
               PERFORM OPEN-ACCOUNT
               IF MATCH-IDX = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO AT-SEEN(MATCH-IDX)
           MOVE CB-BTYPE TO AT-BTYPE(MATCH-IDX)
           MOVE CB-DISTRICT-NUM TO AT-DISTRICT(MATCH-IDX)
           .

      *-----------------------------------------------------------*
      * A new account for FIND-PARCEL-NUM, kept in parcel order.  *
      * CB-BTYPE and CB-DISTRICT-NUM describe the building.       *
      *-----------------------------------------------------------*
       OPEN-ACCOUNT.
           MOVE 0 TO MATCH-IDX
           IF ACCOUNT-COUNT NOT < MAX-ACCOUNTS
               DISPLAY "Account table full -- parcel "
                   FIND-PARCEL-NUM " has no utility account"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACCOUNT-COUNT
           MOVE ACCOUNT-COUNT TO MATCH-IDX
           PERFORM UNTIL MATCH-IDX < 2
               IF AT-PARCEL(MATCH-IDX - 1) < FIND-PARCEL-NUM
                   EXIT PERFORM
               END-IF
               MOVE ACCOUNT-ENTRY(MATCH-IDX - 1)
                   TO ACCOUNT-ENTRY(MATCH-IDX)
               SUBTRACT 1 FROM MATCH-IDX
           END-PERFORM
           INITIALIZE ACCOUNT-ENTRY(MATCH-IDX)
           MOVE FIND-PARCEL-NUM TO AT-PARCEL(MATCH-IDX)
           MOVE CB-BTYPE TO AT-BTYPE(MATCH-IDX)
           MOVE CB-DISTRICT-NUM TO AT-DISTRICT(MATCH-IDX)
           MOVE "A" TO AT-STATUS(MATCH-IDX)
           MOVE TODAY-STAMP TO AT-OPENED-DATE(MATCH-IDX)
           MOVE "N" TO AT-NOTICE(MATCH-IDX)
           MOVE "Y" TO AT-SEEN(MATCH-IDX)
           ADD 1 TO ACCOUNTS-OPENED
           .

       FIND-ACCOUNT.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ACCOUNT-COUNT
               IF AT-PARCEL(I-IDX) = FIND-PARCEL-NUM
                   MOVE I-IDX TO MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * UFUTLTRN lines "PAY parcel amount reference", applied in  *
      * the order written and then cleared, as UFTAXROL clears    *
      * UFTAXTRN. A payment clears arrears first, then the latest *
      * bill; more than is owed is refused.                       *
      *-----------------------------------------------------------*
       APPLY-UTILITY-PAYMENTS.
           OPEN INPUT UTILITY-TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ UTILITY-TRANS-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               IF UTILITY-TRANS-RECORD = SPACES
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO TRANS-READ
               MOVE SPACES TO TRAN-TOKENS
               MOVE SPACES TO REJECT-REASON
               UNSTRING UTILITY-TRANS-RECORD DELIMITED BY ALL SPACES
                   INTO TT-ACTION TT-PARCEL TT-AMOUNT TT-REF
               IF TT-ACTION = "PAY"
                   PERFORM APPLY-ONE-PAYMENT
               ELSE
                   MOVE "UNKNOWN TRANSACTION" TO REJECT-REASON
               END-IF
               IF REJECT-REASON NOT = SPACES
                   ADD 1 TO TRANS-REJECTED
                   MOVE SPACES TO UTILITY-RPT-RECORD
                   STRING "REJECTED: " UTILITY-TRANS-RECORD(1:50)
                       " -- " REJECT-REASON
                       DELIMITED BY SIZE INTO UTILITY-RPT-RECORD
                   WRITE UTILITY-RPT-RECORD
               END-IF
           END-PERFORM
           CLOSE UTILITY-TRANS-FILE
           OPEN OUTPUT UTILITY-TRANS-FILE
           CLOSE UTILITY-TRANS-FILE
           .

       APPLY-ONE-PAYMENT.
           IF FUNCTION TRIM(TT-PARCEL) IS NOT NUMERIC
               MOVE "ACCOUNT NUMBER NOT NUMERIC" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE FIND-PARCEL-NUM = FUNCTION NUMVAL(TT-PARCEL)
           PERFORM FIND-ACCOUNT
           IF MATCH-IDX = 0
               MOVE "NO SUCH UTILITY ACCOUNT" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(TT-AMOUNT) NOT = 0
               MOVE "PAYMENT AMOUNT NOT NUMERIC" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE PAY-AMT = FUNCTION NUMVAL(TT-AMOUNT)
           IF PAY-AMT = 0
               MOVE "PAYMENT AMOUNT MISSING" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE OUTSTANDING = AT-ARREARS(MATCH-IDX)
               + AT-BILL-AMT(MATCH-IDX) - AT-PAID-AMT(MATCH-IDX)
           IF PAY-AMT > OUTSTANDING
               MOVE "PAYMENT EXCEEDS BALANCE OWED" TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-AMT TO PAY-LEFT
           IF AT-ARREARS(MATCH-IDX) > 0
               IF PAY-LEFT > AT-ARREARS(MATCH-IDX)
                   SUBTRACT AT-ARREARS(MATCH-IDX) FROM PAY-LEFT
                   MOVE 0 TO AT-ARREARS(MATCH-IDX)
                   MOVE 0 TO AT-ARREARS-DUE(MATCH-IDX)
               ELSE
                   SUBTRACT PAY-LEFT FROM AT-ARREARS(MATCH-IDX)
                   MOVE 0 TO PAY-LEFT
               END-IF
           END-IF
           ADD PAY-LEFT TO AT-PAID-AMT(MATCH-IDX)
           ADD PAY-AMT TO AT-PAID-RUN(MATCH-IDX)
           MOVE TODAY-STAMP TO AT-LAST-PAY-DATE(MATCH-IDX)
           ADD PAY-AMT TO RUN-COLLECT
           .

      *-----------------------------------------------------------*
      * Once a month: the UFMETER readings since the last bill    *
      * are summed by account and billed, then UFMETER is cleared *
      * so nothing is billed twice. A second run in the month     *
      * bills nothing and leaves the readings for next month.     *
      * A reading for a parcel with no account (built and pulled  *
      * down between runs) opens a closed account for its final   *
      * bill.                                                     *
      *-----------------------------------------------------------*
       BILL-METERED-CONSUMPTION.
           IF BILLING-DONE = "Y"
               DISPLAY "Utility bills already raised for "
                   BILL-MONTH " -- readings held for next month"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT METER-READING-FILE
           IF METER-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ METER-READING-FILE
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF MR-PARCEL IS NUMERIC AND MR-PARCEL > 0
                           AND MR-UNITS IS NUMERIC
                       ADD 1 TO READINGS-READ
                       PERFORM TAKE-METER-READING
                   END-IF
               END-PERFORM
               CLOSE METER-READING-FILE
           END-IF
           OPEN OUTPUT UTILITY-BILL-FILE
           MOVE SPACES TO UTILITY-BILL-RECORD
           STRING "ACCT  TYPE       D  UNITS  ENERGY CHG SERVICE CHG"
               "     ARREARS   TOTAL DUE DUE DATE"
               DELIMITED BY SIZE INTO UTILITY-BILL-RECORD
           WRITE UTILITY-BILL-RECORD
           PERFORM VARYING MATCH-IDX FROM 1 BY 1
                   UNTIL MATCH-IDX > ACCOUNT-COUNT
               IF AT-PERIOD-UNITS(MATCH-IDX) > 0
                       OR (AT-STATUS(MATCH-IDX) = "A"
                           AND SERVICE-CHARGE > 0)
                   PERFORM BILL-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE UTILITY-BILL-FILE
           IF METER-FILE-STATUS = "00"
               OPEN OUTPUT METER-READING-FILE
               CLOSE METER-READING-FILE
           END-IF
           .

       TAKE-METER-READING.
           MOVE MR-PARCEL TO FIND-PARCEL-NUM
           PERFORM FIND-ACCOUNT
           IF MATCH-IDX = 0
               MOVE MR-BTYPE TO CB-BTYPE
               MOVE MR-DISTRICT TO CB-DISTRICT-NUM
               PERFORM OPEN-ACCOUNT
               IF MATCH-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE "C" TO AT-STATUS(MATCH-IDX)
               MOVE TODAY-STAMP TO AT-CLOSED-DATE(MATCH-IDX)
           END-IF
           IF AT-PERIOD-UNITS(MATCH-IDX) + MR-UNITS > 999999
               MOVE 999999 TO AT-PERIOD-UNITS(MATCH-IDX)
           ELSE
               ADD MR-UNITS TO AT-PERIOD-UNITS(MATCH-IDX)
           END-IF
           .

      *-----------------------------------------------------------*
      * Whatever is unpaid on the last bill rolls into arrears;   *
      * the new bill is each tier's units at the tier's rate,     *
      * units past the top limit at the top rate, plus the        *
      * service charge while the account is open.                 *
      *-----------------------------------------------------------*
       BILL-ONE-ACCOUNT.
           IF AT-BILL-AMT(MATCH-IDX) > AT-PAID-AMT(MATCH-IDX)
               IF AT-ARREARS(MATCH-IDX) = 0
                   MOVE AT-DUE-DATE(MATCH-IDX)
                       TO AT-ARREARS-DUE(MATCH-IDX)
               END-IF
               COMPUTE AT-ARREARS(MATCH-IDX) = AT-ARREARS(MATCH-IDX)
                   + AT-BILL-AMT(MATCH-IDX) - AT-PAID-AMT(MATCH-IDX)
           END-IF
           MOVE 0 TO ENERGY-CHARGE
           MOVE 0 TO PREV-LIMIT
           PERFORM VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > TIER-COUNT
               IF AT-PERIOD-UNITS(MATCH-IDX) > PREV-LIMIT
                   IF AT-PERIOD-UNITS(MATCH-IDX) < TR-LIMIT(K-IDX)
                           OR K-IDX = TIER-COUNT
                       COMPUTE TIER-UNITS =
                           AT-PERIOD-UNITS(MATCH-IDX) - PREV-LIMIT
                   ELSE
                       COMPUTE TIER-UNITS = TR-LIMIT(K-IDX) - PREV-LIMIT
                   END-IF
                   COMPUTE ENERGY-CHARGE ROUNDED = ENERGY-CHARGE
                       + TIER-UNITS * TR-RATE(K-IDX)
               END-IF
               MOVE TR-LIMIT(K-IDX) TO PREV-LIMIT
           END-PERFORM
           MOVE 0 TO BILL-SERVICE
           IF AT-STATUS(MATCH-IDX) = "A"
               MOVE SERVICE-CHARGE TO BILL-SERVICE
           END-IF
           COMPUTE BILL-CHARGE = ENERGY-CHARGE + BILL-SERVICE
           MOVE BILL-MONTH TO AT-BILL-MONTH(MATCH-IDX)
           MOVE AT-PERIOD-UNITS(MATCH-IDX) TO AT-BILL-UNITS(MATCH-IDX)
           MOVE BILL-CHARGE TO AT-BILL-AMT(MATCH-IDX)
           MOVE 0 TO AT-PAID-AMT(MATCH-IDX)
           COMPUTE AT-DUE-DATE(MATCH-IDX) =
               FUNCTION DATE-OF-INTEGER(TODAY-INT + DUE-DAYS)
           ADD BILL-CHARGE TO RUN-BILLED
           ADD 1 TO BILLS-WRITTEN
           COMPUTE OUTSTANDING = AT-ARREARS(MATCH-IDX) + BILL-CHARGE
           MOVE AT-PERIOD-UNITS(MATCH-IDX) TO UNITS-EDIT
           MOVE ENERGY-CHARGE TO AMT-EDIT
           MOVE BILL-SERVICE TO AMT-EDIT-2
           MOVE AT-ARREARS(MATCH-IDX) TO AMT-EDIT-3
           MOVE SPACES TO UTILITY-BILL-RECORD
           STRING AT-PARCEL(MATCH-IDX) " " AT-BTYPE(MATCH-IDX) " "
               AT-DISTRICT(MATCH-IDX) " " UNITS-EDIT " " AMT-EDIT
               "  " AMT-EDIT-2 "  " AMT-EDIT-3
               DELIMITED BY SIZE INTO UTILITY-BILL-RECORD
           MOVE OUTSTANDING TO AMT-EDIT
           MOVE AMT-EDIT TO UTILITY-BILL-RECORD(63:10)
           MOVE AT-DUE-DATE(MATCH-IDX) TO UTILITY-BILL-RECORD(74:8)
           WRITE UTILITY-BILL-RECORD
           .

      *-----------------------------------------------------------*
      * A shutoff-notice candidate owes at least NOTICEMIN past   *
      * due and has gone NOTICEDAYS past the due date of the      *
      * oldest bill still unpaid. Only open accounts have a       *
      * supply to shut off. The candidate list is for the         *
      * collections office; nothing is shut off here.             *
      *-----------------------------------------------------------*
       MARK-SHUTOFF-CANDIDATES.
           MOVE 0 TO NOTICE-COUNT
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ACCOUNT-COUNT
               PERFORM FIGURE-PAST-DUE
               IF AT-STATUS(I-IDX) = "A" AND PAST-DUE > 0
                       AND PAST-DUE NOT < NOTICE-MIN
                       AND DAYS-LATE NOT < NOTICE-DAYS
                   IF AT-NOTICE(I-IDX) NOT = "Y"
                       MOVE TODAY-STAMP TO AT-NOTICE-DATE(I-IDX)
                   END-IF
                   MOVE "Y" TO AT-NOTICE(I-IDX)
                   ADD 1 TO NOTICE-COUNT
               ELSE
                   MOVE "N" TO AT-NOTICE(I-IDX)
                   MOVE 0 TO AT-NOTICE-DATE(I-IDX)
               END-IF
           END-PERFORM
           .

      *-----------------------------------------------------------*
      * PAST-DUE is the arrears plus the latest bill's unpaid     *
      * part once its due date has passed; DAYS-LATE counts from  *
      * the oldest unpaid bill's due date.                        *
      *-----------------------------------------------------------*
       FIGURE-PAST-DUE.
           MOVE AT-ARREARS(I-IDX) TO PAST-DUE
           MOVE 0 TO DAYS-LATE
           IF AT-ARREARS(I-IDX) > 0 AND AT-ARREARS-DUE(I-IDX) > 0
                   AND AT-ARREARS-DUE(I-IDX) < TODAY-STAMP
               COMPUTE DAYS-LATE = TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(AT-ARREARS-DUE(I-IDX))
           END-IF
           IF AT-DUE-DATE(I-IDX) > 0
                   AND AT-DUE-DATE(I-IDX) < TODAY-STAMP
                   AND AT-BILL-AMT(I-IDX) > AT-PAID-AMT(I-IDX)
               COMPUTE PAST-DUE = PAST-DUE + AT-BILL-AMT(I-IDX)
                   - AT-PAID-AMT(I-IDX)
               IF AT-ARREARS(I-IDX) = 0
                   COMPUTE DAYS-LATE = TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(AT-DUE-DATE(I-IDX))
               END-IF
           END-IF
           .

       SAVE-UTILITY-ACCOUNTS.
           OPEN OUTPUT UTILITY-ACCOUNT-FILE
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ACCOUNT-COUNT
               MOVE AT-PARCEL(I-IDX) TO AC-PARCEL
               MOVE AT-BTYPE(I-IDX) TO AC-BTYPE
               MOVE AT-DISTRICT(I-IDX) TO AC-DISTRICT
               MOVE AT-STATUS(I-IDX) TO AC-STATUS
               MOVE AT-OPENED-DATE(I-IDX) TO AC-OPENED-DATE
               MOVE AT-CLOSED-DATE(I-IDX) TO AC-CLOSED-DATE
               MOVE AT-BILL-MONTH(I-IDX) TO AC-BILL-MONTH
               MOVE AT-BILL-UNITS(I-IDX) TO AC-BILL-UNITS
               MOVE AT-BILL-AMT(I-IDX) TO AC-BILL-AMT
               MOVE AT-PAID-AMT(I-IDX) TO AC-PAID-AMT
               MOVE AT-DUE-DATE(I-IDX) TO AC-DUE-DATE
               MOVE AT-ARREARS(I-IDX) TO AC-ARREARS
               MOVE AT-ARREARS-DUE(I-IDX) TO AC-ARREARS-DUE
               MOVE AT-LAST-PAY-DATE(I-IDX) TO AC-LAST-PAY-DATE
               MOVE AT-NOTICE(I-IDX) TO AC-NOTICE
               MOVE AT-NOTICE-DATE(I-IDX) TO AC-NOTICE-DATE
               WRITE UTILITY-ACCOUNT-RECORD
           END-PERFORM
           CLOSE UTILITY-ACCOUNT-FILE
           .

       WRITE-RECEIVABLES.
           OPEN OUTPUT RECEIVABLES-FILE
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ACCOUNT-COUNT
               COMPUTE OUTSTANDING = AT-ARREARS(I-IDX)
                   + AT-BILL-AMT(I-IDX) - AT-PAID-AMT(I-IDX)
               IF OUTSTANDING > 0 OR AT-PAID-RUN(I-IDX) > 0
                   PERFORM FIGURE-PAST-DUE
                   MOVE SPACES TO RECEIVABLES-RECORD
                   MOVE AT-PARCEL(I-IDX) TO RA-PARCEL
                   MOVE AT-DISTRICT(I-IDX) TO RA-DISTRICT
                   MOVE AT-BTYPE(I-IDX) TO RA-BTYPE
                   MOVE AT-STATUS(I-IDX) TO RA-STATUS
                   MOVE AT-BILL-AMT(I-IDX) TO RA-BILLED
                   MOVE AT-PAID-RUN(I-IDX) TO RA-PAID-RUN
                   MOVE AT-ARREARS(I-IDX) TO RA-ARREARS
                   MOVE OUTSTANDING TO RA-BALANCE
                   MOVE PAST-DUE TO RA-PAST-DUE
                   MOVE AT-DUE-DATE(I-IDX) TO RA-DUE-DATE
                   IF DAYS-LATE > 9999
                       MOVE 9999 TO RA-DAYS-LATE
                   ELSE
                       MOVE DAYS-LATE TO RA-DAYS-LATE
                   END-IF
                   MOVE AT-NOTICE(I-IDX) TO RA-NOTICE
                   MOVE AT-LAST-PAY-DATE(I-IDX) TO RA-LAST-PAY-DATE
                   WRITE RECEIVABLES-RECORD
               END-IF
           END-PERFORM
           CLOSE RECEIVABLES-FILE
           .

      *-----------------------------------------------------------*
      * Journal lines for URBANFLUX to carry onto UFPOST, in its  *
      * DTL layout, appended behind anything not yet picked up:   *
      * the month's bills to receivable against utility revenue,  *
      * payments to treasury cash against receivable. Each pair   *
      * nets to zero; debits are positive.                        *
      *-----------------------------------------------------------*
       WRITE-GL-POSTINGS.
           IF RUN-BILLED = 0 AND RUN-COLLECT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND UTILITY-POSTING-FILE
           IF POST-FILE-STATUS = "35"
               OPEN OUTPUT UTILITY-POSTING-FILE
           END-IF
           IF RUN-BILLED > 0
               MOVE SPACES TO SOURCE-REF
               STRING "UTILITY BILLS " BILL-MONTH DELIMITED BY SIZE
                   INTO SOURCE-REF
               MOVE " UTILITY BILLING" TO GL-DESC
               COMPUTE CHARGE-EDIT = RUN-BILLED
               MOVE UTILAR-ACCT TO GL-ACCT
               PERFORM WRITE-ONE-DTL
               COMPUTE CHARGE-EDIT = 0 - RUN-BILLED
               MOVE UTILREV-ACCT TO GL-ACCT
               PERFORM WRITE-ONE-DTL
           END-IF
           IF RUN-COLLECT > 0
               MOVE SPACES TO SOURCE-REF
               STRING "UTIL PAYS " TODAY-STAMP DELIMITED BY SIZE
                   INTO SOURCE-REF
               MOVE " UTILITY PAYMENTS" TO GL-DESC
               COMPUTE CHARGE-EDIT = RUN-COLLECT
               MOVE OFFSET-ACCT TO GL-ACCT
               PERFORM WRITE-ONE-DTL
               COMPUTE CHARGE-EDIT = 0 - RUN-COLLECT
               MOVE UTILAR-ACCT TO GL-ACCT
               PERFORM WRITE-ONE-DTL
           END-IF
           CLOSE UTILITY-POSTING-FILE
           DISPLAY "Utility lines left on UFUTLGL for the next "
               "URBANFLUX treasury journal"
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
      * Efficiency report on the latest month billed: each        *
      * district's metered buildings, units and billing, then the *
      * buildings there drawing HIGHUSE percent or more of the    *
      * city-wide average for their type, and the shutoff-notice  *
      * candidates.                                               *
      *-----------------------------------------------------------*
       PRINT-EFFICIENCY-REPORT.
           PERFORM ACCUMULATE-CONSUMPTION
           MOVE SPACES TO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           MOVE HIGH-USE-PCT TO PCT-EDIT
           MOVE SPACES TO UTILITY-RPT-RECORD
           STRING "ENERGY EFFICIENCY BY DISTRICT, BILLED "
               REPORT-MONTH " (HIGH USE AT " PCT-EDIT
               " PCT OF TYPE AVERAGE)"
               DELIMITED BY SIZE INTO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           PERFORM VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > 9
               IF DT-COUNT(D-IDX) > 0
                   PERFORM PRINT-ONE-DISTRICT
               END-IF
           END-PERFORM
           MOVE SPACES TO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           MOVE SPACES TO UTILITY-RPT-RECORD
           STRING "SHUTOFF-NOTICE CANDIDATES"
               DELIMITED BY SIZE INTO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           MOVE SPACES TO UTILITY-RPT-RECORD
           STRING "ACCT  TYPE       D    PAST DUE DAYS LATE"
               " NOTICE SINCE LAST PAID"
               DELIMITED BY SIZE INTO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ACCOUNT-COUNT
               IF AT-NOTICE(I-IDX) = "Y"
                   PERFORM FIGURE-PAST-DUE
                   MOVE PAST-DUE TO AMT-EDIT
                   MOVE DAYS-LATE TO COUNT-EDIT
                   MOVE SPACES TO UTILITY-RPT-RECORD
                   STRING AT-PARCEL(I-IDX) " " AT-BTYPE(I-IDX) " "
                       AT-DISTRICT(I-IDX) " " AMT-EDIT "      "
                       COUNT-EDIT " " AT-NOTICE-DATE(I-IDX) "   "
                       AT-LAST-PAY-DATE(I-IDX)
                       DELIMITED BY SIZE INTO UTILITY-RPT-RECORD
                   WRITE UTILITY-RPT-RECORD
               END-IF
           END-PERFORM
           MOVE NOTICE-COUNT TO COUNT-EDIT
           MOVE SPACES TO UTILITY-RPT-RECORD
           STRING "CANDIDATES " COUNT-EDIT
               DELIMITED BY SIZE INTO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           .

      *-----------------------------------------------------------*
      * The latest bill month on the accounts is the one reported *
      * -- this run's, or the last one when this run billed none. *
      *-----------------------------------------------------------*
       ACCUMULATE-CONSUMPTION.
           INITIALIZE DISTRICT-TOTALS
           INITIALIZE TYPE-TABLE
           MOVE 0 TO TYPE-COUNT
           MOVE 0 TO REPORT-MONTH
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ACCOUNT-COUNT
               IF AT-BILL-MONTH(I-IDX) > REPORT-MONTH
                   MOVE AT-BILL-MONTH(I-IDX) TO REPORT-MONTH
               END-IF
           END-PERFORM
           IF REPORT-MONTH = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ACCOUNT-COUNT
               IF AT-BILL-MONTH(I-IDX) = REPORT-MONTH
                       AND AT-DISTRICT(I-IDX) > 0
                   MOVE AT-DISTRICT(I-IDX) TO D-IDX
                   ADD 1 TO DT-COUNT(D-IDX)
                   ADD AT-BILL-UNITS(I-IDX) TO DT-UNITS(D-IDX)
                   ADD AT-BILL-AMT(I-IDX) TO DT-BILLED(D-IDX)
                   PERFORM FIND-TYPE-ENTRY
                   IF K-IDX > 0
                       ADD 1 TO TY-COUNT(K-IDX)
                       ADD AT-BILL-UNITS(I-IDX) TO TY-UNITS(K-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       FIND-TYPE-ENTRY.
           PERFORM VARYING K-IDX FROM 1 BY 1
                   UNTIL K-IDX > TYPE-COUNT
               IF TY-BTYPE(K-IDX) = AT-BTYPE(I-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF TYPE-COUNT < 30
               ADD 1 TO TYPE-COUNT
               MOVE TYPE-COUNT TO K-IDX
               MOVE AT-BTYPE(I-IDX) TO TY-BTYPE(K-IDX)
           ELSE
               MOVE 0 TO K-IDX
           END-IF
           .

       PRINT-ONE-DISTRICT.
           MOVE DT-COUNT(D-IDX) TO COUNT-EDIT
           MOVE DT-UNITS(D-IDX) TO UNITS-EDIT
           MOVE DT-BILLED(D-IDX) TO AMT-EDIT
           MOVE SPACES TO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           MOVE SPACES TO UTILITY-RPT-RECORD
           STRING "DISTRICT " D-IDX(2:1) "  BUILDINGS " COUNT-EDIT
               "  UNITS " UNITS-EDIT "  BILLED " AMT-EDIT
               DELIMITED BY SIZE INTO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           MOVE SPACES TO UTILITY-RPT-RECORD
           STRING "  ACCT  TYPE        UNITS TYPE AVG  PCT"
               DELIMITED BY SIZE INTO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           MOVE 0 TO DT-HIGH(D-IDX)
           PERFORM VARYING I-IDX FROM 1 BY 1
                   UNTIL I-IDX > ACCOUNT-COUNT
               IF AT-BILL-MONTH(I-IDX) = REPORT-MONTH
                       AND AT-DISTRICT(I-IDX) = D-IDX
                   PERFORM CHECK-HIGH-USE
               END-IF
           END-PERFORM
           MOVE DT-HIGH(D-IDX) TO COUNT-EDIT
           MOVE SPACES TO UTILITY-RPT-RECORD
           STRING "  HIGH-CONSUMPTION BUILDINGS " COUNT-EDIT
               DELIMITED BY SIZE INTO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           .

       CHECK-HIGH-USE.
           PERFORM FIND-TYPE-ENTRY
           IF K-IDX = 0 OR TY-COUNT(K-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE TYPE-AVERAGE ROUNDED =
               TY-UNITS(K-IDX) / TY-COUNT(K-IDX)
           IF TYPE-AVERAGE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE USE-PCT ROUNDED =
               AT-BILL-UNITS(I-IDX) * 100 / TYPE-AVERAGE
           IF USE-PCT < HIGH-USE-PCT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DT-HIGH(D-IDX)
           ADD 1 TO HIGH-USE-COUNT
           MOVE AT-BILL-UNITS(I-IDX) TO UNITS-EDIT
           MOVE TYPE-AVERAGE TO UNITS-EDIT-2
           MOVE USE-PCT TO PCT-EDIT
           MOVE SPACES TO UTILITY-RPT-RECORD
           STRING "  " AT-PARCEL(I-IDX) " " AT-BTYPE(I-IDX) " "
               UNITS-EDIT "   " UNITS-EDIT-2 PCT-EDIT
               DELIMITED BY SIZE INTO UTILITY-RPT-RECORD
           WRITE UTILITY-RPT-RECORD
           .
